      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Monthly chargeback of plotter time. Reads the USAGE
      *          file that every PLOTCHK run appends to (one record
      *          per VP or DS section and one closing the run) and the
      *          CSTCTR cost-center table, which maps drawing-ID
      *          prefixes (DS) and viewport IDs or prefixes (VP) to a
      *          department and a rate per plot minute; the longest
      *          matching key wins. Only sections of runs of the month
      *          up to the cut-off date that closed without violations
      *          are billed - a held deck was not plotted. A section
      *          verified again unchanged (same ID and same distances,
      *          e.g. a carried-over deck) is billed once, at its
      *          first run, and counted as a repeat.
      *
      *          The report (CHGRPT) lists the cost-center table, then
      *          per department one cost line per drawing or viewport
      *          (sections, pen swaps, minutes, cost on the cut-off day
      *          and month-to-date cost) with the department totals,
      *          and after them the sections that no entry of the
      *          table maps, listed one by one and left out of the
      *          bill, and the totals of the run. The BILLING file for
      *          the finance system gets one record per department
      *          with its month-to-date figures and a trailer with the
      *          totals and the record count.
      *
      *          CTLCARDS keyword cards:
      *            MES=AAAAMM        month billed (default: the month
      *                              of the cut-off date)
      *            DATAREF=AAAAMMDD  cut-off date, inside the month
      *                              (default: today for the current
      *                              month, else the last day of MES)
      *          Ends with RETURN-CODE 0 when every section was billed,
      *          4 when sections without a cost center or invalid usage
      *          records were found, 12 on a file error or capacity
      *          exceeded and 16 on invalid control cards or an invalid
      *          cost-center table (nothing billed).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "USAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USO.

           SELECT COST-FILE ASSIGN TO "CSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CENTRO.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT BILLING-FILE ASSIGN TO "BILLING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATURA.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT SORT-FILE ASSIGN TO "SRTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE
           LABEL RECORDS ARE OMITTED.
       COPY USOREC.

       FD  COST-FILE
           LABEL RECORDS ARE OMITTED.
       COPY CSTREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

       FD  BILLING-FILE
           LABEL RECORDS ARE OMITTED.
       COPY BILREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

      ****** SECOES A FATURAR: DEPARTAMENTO (HIGH-VALUES = SEM CENTRO
      ****** DE CUSTO, VEM NO FIM), SECAO E A EXECUCAO QUE A VERIFICOU
       SD  SORT-FILE.
       01  SR-REGISTRO-ORDENACAO.
           05 SR-DEPTO             PIC X(06).
           05 SR-CHAVE-SECAO.
               10 SR-CHAVE-DESENHO.
                   15 SR-SECAO-TIPO    PIC X(02).
                   15 SR-ID            PIC X(08).
               10 SR-DIST-PD       PIC 9(07)V99.
               10 SR-DIST-PU       PIC 9(07)V99.
           05 SR-DATA              PIC 9(08).
           05 SR-HORA              PIC 9(08).
           05 SR-MINUTOS           PIC 9(05)V99.
           05 SR-TROCAS            PIC 9(04).
           05 SR-TAXA              PIC 9(03)V99.
           05 SR-NOME-DEPTO        PIC X(20).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-USO            PIC X(02) VALUE "00".
       77 WS-FS-CENTRO         PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-FATURA         PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-ARQUIVO-ACABOU       VALUE "S".

       77 WS-FIM-ORDENADO      PIC X(01) VALUE "N".
           88 WS-ORDENADO-ACABOU      VALUE "S".
       77 WS-ERRO-CARGA        PIC X(01) VALUE "N".
           88 WS-CARGA-FALHOU         VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO DRAWCMP
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.

       01 WS-CTL-MES           PIC 9(06) VALUE ZERO.
       01 WS-CTL-MES-R REDEFINES WS-CTL-MES.
           05 WS-MES-ANO        PIC 9(04).
           05 WS-MES-MM         PIC 9(02).

       01 WS-CTL-DATAREF       PIC 9(08) VALUE ZERO.
       01 WS-CTL-DATAREF-R REDEFINES WS-CTL-DATAREF.
           05 WS-REF-ANOMES     PIC 9(06).
           05 WS-REF-DIA        PIC 9(02).

      ****** ULTIMO DIA DE CADA MES (FEVEREIRO CORRIGIDO NO BISSEXTO)
       01 WS-DIAS-MESES        PIC X(24) VALUE
           "312831303130313130313031".
       01 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
           05 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77 WS-ULTIMO-DIA        PIC 9(02) VALUE ZERO.
       77 WS-QUOCIENTE         PIC 9(04) VALUE ZERO.
       77 WS-RESTO-4           PIC 9(04) VALUE ZERO.
       77 WS-RESTO-100         PIC 9(04) VALUE ZERO.
       77 WS-RESTO-400         PIC 9(04) VALUE ZERO.

      ****** TABELA DE CENTROS DE CUSTO (CSTCTR)
       77 WS-QTDE-CENTROS      PIC 9(03) VALUE ZERO.
       77 WS-CENTROS-INVALIDOS PIC 9(03) VALUE ZERO.
       77 WS-CONT-CENTROS-LIDOS PIC 9(08) VALUE ZERO.
       77 WS-TAM-CHAVE         PIC 9(02) VALUE ZERO.
       77 WS-MOTIVO-CENTRO     PIC X(40) VALUE SPACES.
       01 WS-TAB-CENTROS.
           05 WS-CENTRO OCCURS 300 TIMES.
               10 WS-CEN-TIPO          PIC X(02).
               10 WS-CEN-CHAVE         PIC X(08).
               10 WS-CEN-TAM           PIC 9(02).
               10 WS-CEN-DEPTO         PIC X(06).
               10 WS-CEN-NOME          PIC X(20).
               10 WS-CEN-TAXA          PIC 9(03)V99.

      ****** EXECUCOES DO PERIODO FECHADAS SEM VIOLACAO (DATA E HORA DO
      ****** REGISTRO UF, QUE SAO AS DAS SUAS SECOES)
       77 WS-QTDE-EXECUCOES    PIC 9(04) VALUE ZERO.
       01 WS-TAB-EXECUCOES.
           05 WS-EXECUCAO OCCURS 9999 TIMES.
               10 WS-EXE-DATA          PIC 9(08).
               10 WS-EXE-HORA          PIC 9(08).

       77 WS-USO-VALIDO        PIC X(01) VALUE "N".
       77 WS-ACHOU             PIC X(01) VALUE "N".
       77 WS-SUB               PIC 9(04) VALUE ZERO.
       77 WS-ESCOLHIDO         PIC 9(03) VALUE ZERO.
       77 WS-TAM-ESCOLHIDO     PIC 9(02) VALUE ZERO.

      ****** QUEBRAS DA SAIDA ORDENADA
       77 WS-ANT-SECAO         PIC X(28) VALUE LOW-VALUES.
       77 WS-ANT-DESENHO       PIC X(10) VALUE SPACES.
       77 WS-ANT-DEPTO         PIC X(06) VALUE SPACES.
       77 WS-ANT-NOME-DEPTO    PIC X(20) VALUE SPACES.
       77 WS-DEPTO-EM-CURSO    PIC X(01) VALUE "N".
           88 WS-DEPTO-ABERTO         VALUE "S".
       77 WS-SEM-CENTRO-EM-CURSO PIC X(01) VALUE "N".
           88 WS-SEM-CENTRO-ABERTO    VALUE "S".
       77 WS-CUSTO             PIC 9(08)V99 VALUE ZERO.

      ****** ACUMULADORES DO DESENHO (OU VIEWPORT)
       77 WS-DES-TAXA          PIC 9(03)V99 VALUE ZERO.
       77 WS-DES-SECOES        PIC 9(07) VALUE ZERO.
       77 WS-DES-TROCAS        PIC 9(07) VALUE ZERO.
       77 WS-DES-REPETIDAS     PIC 9(07) VALUE ZERO.
       77 WS-DES-MINUTOS       PIC 9(07)V99 VALUE ZERO.
       77 WS-DES-CUSTO-DIA     PIC 9(09)V99 VALUE ZERO.
       77 WS-DES-CUSTO-MES     PIC 9(09)V99 VALUE ZERO.

      ****** ACUMULADORES DO DEPARTAMENTO
       77 WS-DEP-SECOES        PIC 9(07) VALUE ZERO.
       77 WS-DEP-TROCAS        PIC 9(07) VALUE ZERO.
       77 WS-DEP-REPETIDAS     PIC 9(07) VALUE ZERO.
       77 WS-DEP-MINUTOS       PIC 9(07)V99 VALUE ZERO.
       77 WS-DEP-CUSTO-DIA     PIC 9(09)V99 VALUE ZERO.
       77 WS-DEP-CUSTO-MES     PIC 9(09)V99 VALUE ZERO.

      ****** CONTADORES E TOTAIS
       77 WS-CONT-LIDOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-INVALIDOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-EXEC-PERIODO PIC 9(08) VALUE ZERO.
       77 WS-CONT-EXEC-RETIDAS PIC 9(08) VALUE ZERO.
       77 WS-CONT-SEC-PERIODO  PIC 9(08) VALUE ZERO.
       77 WS-CONT-SEC-RETIDAS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-REPETIDAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-FATURADAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-SEM-CENTRO   PIC 9(08) VALUE ZERO.
       77 WS-CONT-DEPTOS       PIC 9(05) VALUE ZERO.
       77 WS-TOT-MINUTOS       PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-MIN-SEM-CENTRO PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-CUSTO-DIA     PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-CUSTO-MES     PIC 9(09)V99 VALUE ZERO.

       77 WS-MSG-ABORTO        PIC X(60) VALUE SPACES.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** LINHAS DO RELATORIO DO CHARGEBACK
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(40) VALUE
               "CHARGEBACK MENSAL DO TEMPO DE PLOTTER".
           05 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(07) VALUE "  MES: ".
           05 WS-CAB-MES           PIC 9(06).
           05 FILLER               PIC X(09) VALUE "  CORTE: ".
           05 WS-CAB-CORTE         PIC 9(08).
           05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 WS-LT-TEXTO          PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB-CENTRO.
           05 FILLER               PIC X(44) VALUE
               "TP  CHAVE     DEPTO   NOME                  ".
           05 FILLER               PIC X(88) VALUE
               "TX/MIN  SITUACAO".

       01 WS-LINHA-CENTRO.
           05 WS-LCE-TIPO          PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCE-CHAVE         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCE-DEPTO         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCE-NOME          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCE-TAXA          PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCE-SITUACAO      PIC X(40).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-LINHA-DEPTO.
           05 FILLER               PIC X(13) VALUE "DEPARTAMENTO ".
           05 WS-LDP-DEPTO         PIC X(06).
           05 FILLER               PIC X(03) VALUE " - ".
           05 WS-LDP-NOME          PIC X(20).
           05 FILLER               PIC X(90) VALUE SPACES.

       01 WS-LINHA-CAB-CUSTO.
           05 FILLER               PIC X(41) VALUE
               "    TP ID        TX/MIN  SECOES  TROCAS  ".
           05 FILLER               PIC X(91) VALUE
               "   MINUTOS    CUSTO DIA     CUSTO MES  REPET".

       01 WS-LINHA-CUSTO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LCU-TIPO          PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LCU-ID            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-TAXA          PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-SECOES        PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-TROCAS        PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-MINUTOS       PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-CUSTO-DIA     PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-CUSTO-MES     PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCU-REPETIDAS     PIC ZZZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LINHA-TOTAL-DEPTO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE
               "TOTAL DEPARTAMENTO".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-SECOES        PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-TROCAS        PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-MINUTOS       PIC ZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-CUSTO-DIA     PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-CUSTO-MES     PIC ZZZZZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTD-REPETIDAS     PIC ZZZZ9.
           05 FILLER               PIC X(47) VALUE SPACES.

       01 WS-LINHA-CAB-SEM-CENTRO.
           05 FILLER               PIC X(36) VALUE
               "    TP ID        DATA     HORA      ".
           05 FILLER               PIC X(96) VALUE
               " MINUTOS TROCAS".

       01 WS-LINHA-SEM-CENTRO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LSC-TIPO          PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LSC-ID            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSC-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LSC-HORA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSC-MINUTOS       PIC ZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LSC-TROCAS        PIC ZZZZ9.
           05 FILLER               PIC X(81) VALUE SPACES.

      ****** RESUMO: LINHA INTEIRA PARA CONTAGENS, LINHA DECIMAL
      ****** PARA MINUTOS E VALORES
       01 WS-LINHA-CONTAGEM.
           05 WS-LC-ROTULO          PIC X(28).
           05 WS-LC-VALOR           PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
           05 WS-LR-VALOR           PIC ZZZZZZZZ9,99.
           05 FILLER                PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                PERFORM P-CARREGA-CENTROS THRU P-CARREGA-CENTROS-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-CARREGA-EXECUCOES THRU
                        P-CARREGA-EXECUCOES-FIM
            END-IF

            IF RETURN-CODE = ZERO
                SORT SORT-FILE
                    ON ASCENDING KEY SR-DEPTO SR-CHAVE-SECAO
                                     SR-DATA SR-HORA
                    INPUT PROCEDURE IS P-CARGA THRU P-CARGA-FIM
                    OUTPUT PROCEDURE IS P-FATURA THRU P-FATURA-FIM

                PERFORM P-ENCERRA THRU P-ENCERRA-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO SER ABERTO; CARTAO RUIM = RC 16. SEM O
      * ARQUIVO DE CARTOES FATURA-SE O MES CORRENTE ATE HOJE.
      ******************************************************************

       P-LE-CONTROLE.

            MOVE "N" TO WS-CTL-FIM

            OPEN INPUT CONTROL-FILE

            IF WS-FS-CONTROLE NOT = "00"
                DISPLAY
                "CARTOES DE CONTROLE (CTLCARDS) AUSENTES ("
                WS-FS-CONTROLE "). VALEM OS DEFAULTS."
            ELSE
                PERFORM P-LE-UM-CARTAO THRU P-LE-UM-CARTAO-FIM
                    UNTIL WS-CTL-FIM = "S"

                CLOSE CONTROL-FILE
            END-IF

            IF NOT WS-CTL-COM-ERRO
                PERFORM P-VALIDA-PERIODO THRU P-VALIDA-PERIODO-FIM
            END-IF

            IF NOT WS-CTL-COM-ERRO
                DISPLAY "OPCOES VALIDADAS: MES=" WS-CTL-MES
                        " DATAREF=" WS-CTL-DATAREF
            END-IF
            .
       P-LE-CONTROLE-FIM.

       P-LE-UM-CARTAO.

            READ CONTROL-FILE
                AT END
                    MOVE "S" TO WS-CTL-FIM
                NOT AT END
                    IF CTL-LINHA = SPACES OR CTL-LINHA (1:1) = "*"
                        CONTINUE
                    ELSE
                        DISPLAY "CARTAO DE CONTROLE: " CTL-LINHA
                        PERFORM P-INTERPRETA-CARTAO THRU
                                P-INTERPRETA-CARTAO-FIM
                    END-IF
            END-READ
            .
       P-LE-UM-CARTAO-FIM.

       P-INTERPRETA-CARTAO.

            MOVE SPACES TO WS-CTL-CHAVE
            MOVE SPACES TO WS-CTL-VALOR

            UNSTRING CTL-LINHA DELIMITED BY "="
                INTO WS-CTL-CHAVE WS-CTL-VALOR
            END-UNSTRING

            EVALUATE WS-CTL-CHAVE
                WHEN "MES"
                    IF WS-CTL-VALOR (1:6) NOT NUMERIC
                       OR WS-CTL-VALOR (7:58) NOT = SPACES
                        DISPLAY "MES INVALIDO (AAAAMM)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        MOVE WS-CTL-VALOR (1:6) TO WS-CTL-MES
                    END-IF
                WHEN "DATAREF"
                    IF WS-CTL-VALOR (1:8) NOT NUMERIC
                       OR WS-CTL-VALOR (9:56) NOT = SPACES
                        DISPLAY "DATAREF INVALIDA (AAAAMMDD)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        MOVE WS-CTL-VALOR (1:8) TO WS-CTL-DATAREF
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

      ****** PERIODO FATURADO: DO DIA 1 DO MES ATE A DATA DE CORTE.
      ****** SO O MES: CORTE HOJE (MES CORRENTE) OU NO ULTIMO DIA (MES
      ****** PASSADO); SO A DATA: O MES DELA; NENHUM: MES CORRENTE.
       P-VALIDA-PERIODO.

            IF WS-CTL-MES = ZERO
                IF WS-CTL-DATAREF = ZERO
                    MOVE WS-DATA-SISTEMA TO WS-CTL-DATAREF
                END-IF
                MOVE WS-REF-ANOMES TO WS-CTL-MES
            END-IF

            IF WS-MES-MM < 1 OR WS-MES-MM > 12
                DISPLAY "MES INVALIDO: " WS-CTL-MES
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            ELSE
                MOVE WS-DIAS-MES (WS-MES-MM) TO WS-ULTIMO-DIA

                IF WS-MES-MM = 2
                    DIVIDE WS-MES-ANO BY 4 GIVING WS-QUOCIENTE
                        REMAINDER WS-RESTO-4
                    DIVIDE WS-MES-ANO BY 100 GIVING WS-QUOCIENTE
                        REMAINDER WS-RESTO-100
                    DIVIDE WS-MES-ANO BY 400 GIVING WS-QUOCIENTE
                        REMAINDER WS-RESTO-400
                    IF WS-RESTO-4 = ZERO
                       AND (WS-RESTO-100 NOT = ZERO
                            OR WS-RESTO-400 = ZERO)
                        MOVE 29 TO WS-ULTIMO-DIA
                    END-IF
                END-IF

                IF WS-CTL-DATAREF = ZERO
                    IF WS-CTL-MES = WS-DATA-SISTEMA (1:6)
                        MOVE WS-DATA-SISTEMA TO WS-CTL-DATAREF
                    ELSE
                        MOVE WS-CTL-MES TO WS-REF-ANOMES
                        MOVE WS-ULTIMO-DIA TO WS-REF-DIA
                    END-IF
                END-IF

                EVALUATE TRUE
                    WHEN WS-REF-ANOMES NOT = WS-CTL-MES
                        DISPLAY "DATAREF " WS-CTL-DATAREF
                                " FORA DO MES " WS-CTL-MES "."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    WHEN WS-REF-DIA < 1 OR WS-REF-DIA > WS-ULTIMO-DIA
                        DISPLAY "DATAREF INVALIDA: " WS-CTL-DATAREF
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    WHEN WS-CTL-DATAREF > WS-DATA-SISTEMA
                        DISPLAY "DATAREF " WS-CTL-DATAREF
                                " POSTERIOR A HOJE."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            .
       P-VALIDA-PERIODO-FIM.

      ******************************************************************
      * INICIALIZACAO - CARTOES, RELATORIO E ARQUIVO DE FATURAMENTO
      ******************************************************************

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. CHARGEBACK ABORTADO."
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT REPORT-FILE

                IF WS-FS-REPORT NOT = "00"
                    DISPLAY
                    "ARQUIVO DE RELATORIO (CHGRPT) COM ERRO AO ABRIR ("
                    WS-FS-REPORT "). CHARGEBACK ABORTADO."
                    MOVE 12 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT BILLING-FILE

                    IF WS-FS-FATURA NOT = "00"
                        DISPLAY
                        "ARQUIVO DE FATURAMENTO (BILLING) COM ERRO AO "
                        "ABRIR (" WS-FS-FATURA
                        "). CHARGEBACK ABORTADO."
                        CLOSE REPORT-FILE
                        MOVE 12 TO RETURN-CODE
                    ELSE
                        MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
                        MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
                        MOVE WS-CTL-MES TO WS-CAB-MES
                        MOVE WS-CTL-DATAREF TO WS-CAB-CORTE

                        MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
                        WRITE RPT-LINHA
                        MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
                        WRITE RPT-LINHA
                    END-IF
                END-IF
            END-IF
            .
       P-INICIALIZA-FIM.

       P-ESCREVE-TITULO.

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-TITULO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-TITULO-FIM.

      ****** CHARGEBACK INTERROMPIDO: MOTIVO NO CONSOLE E NO RELATORIO;
      ****** O BILLING FICA SEM TRAILER E O FINANCEIRO O RECUSA
       P-ABORTA.

            DISPLAY WS-MSG-ABORTO
            DISPLAY "CHARGEBACK ABORTADO - NADA FATURADO."

            MOVE WS-MSG-ABORTO TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
            MOVE "CHARGEBACK ABORTADO - NADA FATURADO." TO WS-LT-TEXTO
            MOVE WS-LINHA-TITULO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE REPORT-FILE
            CLOSE BILLING-FILE
            .
       P-ABORTA-FIM.

      ******************************************************************
      * TABELA DE CENTROS DE CUSTO - LISTADA INTEIRA NO RELATORIO.
      * ENTRADA COM TIPO, CHAVE, DEPARTAMENTO OU TAXA INVALIDOS, OU
      * REPETIDA (MESMO TIPO E CHAVE), INVALIDA A TABELA: NADA E
      * FATURADO (RC 16) ATE QUE SEJA CORRIGIDA.
      ******************************************************************

       P-CARREGA-CENTROS.

            MOVE "TABELA DE CENTROS DE CUSTO (CSTCTR):" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
            MOVE WS-LINHA-CAB-CENTRO TO RPT-LINHA
            WRITE RPT-LINHA

            OPEN INPUT COST-FILE

            IF WS-FS-CENTRO NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "TABELA DE CENTROS DE CUSTO (CSTCTR) "
                       "INDISPONIVEL (" WS-FS-CENTRO ")."
                       DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-LE-CENTRO THRU P-LE-CENTRO-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE COST-FILE

                IF WS-CENTROS-INVALIDOS > ZERO
                    MOVE SPACES TO WS-MSG-ABORTO
                    STRING "TABELA DE CENTROS DE CUSTO COM "
                           WS-CENTROS-INVALIDOS
                           " ENTRADA(S) INVALIDA(S)."
                           DELIMITED BY SIZE
                        INTO WS-MSG-ABORTO
                    END-STRING
                    PERFORM P-ABORTA THRU P-ABORTA-FIM
                    MOVE 16 TO RETURN-CODE
                END-IF
            END-IF
            .
       P-CARREGA-CENTROS-FIM.

       P-LE-CENTRO.

            READ COST-FILE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    IF CC-REGISTRO-CENTRO = SPACES
                       OR CC-TIPO (1:1) = "*"
                        CONTINUE
                    ELSE
                        ADD 1 TO WS-CONT-CENTROS-LIDOS
                        PERFORM P-VALIDA-CENTRO THRU
                                P-VALIDA-CENTRO-FIM
                    END-IF
            END-READ
            .
       P-LE-CENTRO-FIM.

       P-VALIDA-CENTRO.

            MOVE CC-TIPO TO WS-LCE-TIPO
            MOVE CC-CHAVE TO WS-LCE-CHAVE
            MOVE CC-DEPTO TO WS-LCE-DEPTO
            MOVE CC-NOME-DEPTO TO WS-LCE-NOME
            MOVE ZERO TO WS-LCE-TAXA
            MOVE SPACES TO WS-MOTIVO-CENTRO

            IF CC-TAXA NUMERIC
                MOVE CC-TAXA TO WS-LCE-TAXA
            END-IF

            MOVE ZERO TO WS-TAM-CHAVE
            INSPECT CC-CHAVE TALLYING WS-TAM-CHAVE
                FOR CHARACTERS BEFORE INITIAL SPACE

            MOVE "N" TO WS-ACHOU
            PERFORM P-PROCURA-CENTRO-IGUAL THRU
                    P-PROCURA-CENTRO-IGUAL-FIM
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTDE-CENTROS OR WS-ACHOU = "S"

            EVALUATE TRUE
                WHEN NOT CC-TIPO-VALIDO
                    MOVE "REJEITADA: TIPO DEVE SER DS OU VP"
                      TO WS-MOTIVO-CENTRO
                WHEN WS-TAM-CHAVE = ZERO
                    MOVE "REJEITADA: CHAVE EM BRANCO"
                      TO WS-MOTIVO-CENTRO
                WHEN WS-TAM-CHAVE < 8
                 AND CC-CHAVE (WS-TAM-CHAVE + 1:) NOT = SPACES
                    MOVE "REJEITADA: CHAVE COM BRANCOS"
                      TO WS-MOTIVO-CENTRO
                WHEN CC-DEPTO = SPACES
                    MOVE "REJEITADA: DEPARTAMENTO EM BRANCO"
                      TO WS-MOTIVO-CENTRO
                WHEN CC-TAXA NOT NUMERIC OR CC-TAXA = ZERO
                    MOVE "REJEITADA: TAXA POR MINUTO INVALIDA"
                      TO WS-MOTIVO-CENTRO
                WHEN WS-ACHOU = "S"
                    MOVE "REJEITADA: TIPO E CHAVE REPETIDOS"
                      TO WS-MOTIVO-CENTRO
                WHEN WS-QTDE-CENTROS = 300
                    MOVE "REJEITADA: TABELA CHEIA (300 ENTRADAS)"
                      TO WS-MOTIVO-CENTRO
                WHEN OTHER
                    ADD 1 TO WS-QTDE-CENTROS
                    MOVE CC-TIPO TO WS-CEN-TIPO (WS-QTDE-CENTROS)
                    MOVE CC-CHAVE TO WS-CEN-CHAVE (WS-QTDE-CENTROS)
                    MOVE WS-TAM-CHAVE TO WS-CEN-TAM (WS-QTDE-CENTROS)
                    MOVE CC-DEPTO TO WS-CEN-DEPTO (WS-QTDE-CENTROS)
                    MOVE CC-NOME-DEPTO TO WS-CEN-NOME (WS-QTDE-CENTROS)
                    MOVE CC-TAXA TO WS-CEN-TAXA (WS-QTDE-CENTROS)
                    MOVE "OK" TO WS-MOTIVO-CENTRO
            END-EVALUATE

            IF WS-MOTIVO-CENTRO NOT = "OK"
                ADD 1 TO WS-CENTROS-INVALIDOS
            END-IF

            MOVE WS-MOTIVO-CENTRO TO WS-LCE-SITUACAO
            MOVE WS-LINHA-CENTRO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-VALIDA-CENTRO-FIM.

       P-PROCURA-CENTRO-IGUAL.

            IF WS-CEN-TIPO (WS-SUB) = CC-TIPO
               AND WS-CEN-CHAVE (WS-SUB) = CC-CHAVE
                MOVE "S" TO WS-ACHOU
            END-IF
            .
       P-PROCURA-CENTRO-IGUAL-FIM.

      ******************************************************************
      * PRIMEIRA PASSADA NO USAGE - AS EXECUCOES DO PERIODO FECHADAS
      * SEM VIOLACAO. SECAO DE EXECUCAO COM VIOLACAO (DECK RETIDO) OU
      * SEM REGISTRO DE FECHAMENTO (EXECUCAO INTERROMPIDA) NAO E
      * FATURADA.
      ******************************************************************

       P-CARREGA-EXECUCOES.

            OPEN INPUT USAGE-FILE

            IF WS-FS-USO NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE USO (USAGE) INDISPONIVEL ("
                       WS-FS-USO ")." DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-LE-EXECUCAO THRU P-LE-EXECUCAO-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE USAGE-FILE
            END-IF
            .
       P-CARREGA-EXECUCOES-FIM.

       P-LE-EXECUCAO.

            READ USAGE-FILE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM P-VALIDA-USO THRU P-VALIDA-USO-FIM
                    IF WS-USO-VALIDO = "N"
                        ADD 1 TO WS-CONT-INVALIDOS
                    ELSE
                        IF US-REG-FIM
                           AND US-DATA (1:6) = WS-CTL-MES
                           AND US-DATA NOT > WS-CTL-DATAREF
                            PERFORM P-GUARDA-EXECUCAO THRU
                                    P-GUARDA-EXECUCAO-FIM
                        END-IF
                    END-IF
            END-READ
            .
       P-LE-EXECUCAO-FIM.

       P-GUARDA-EXECUCAO.

            ADD 1 TO WS-CONT-EXEC-PERIODO

            EVALUATE TRUE
                WHEN US-FIM-VIOLACOES > ZERO
                    ADD 1 TO WS-CONT-EXEC-RETIDAS
                WHEN WS-QTDE-EXECUCOES = 9999
                    MOVE "S" TO WS-FIM-ARQUIVO
                    MOVE "MAIS DE 9999 EXECUCOES NO PERIODO."
                      TO WS-MSG-ABORTO
                    PERFORM P-ABORTA THRU P-ABORTA-FIM
                    MOVE 12 TO RETURN-CODE
                WHEN OTHER
                    ADD 1 TO WS-QTDE-EXECUCOES
                    MOVE US-DATA TO WS-EXE-DATA (WS-QTDE-EXECUCOES)
                    MOVE US-HORA TO WS-EXE-HORA (WS-QTDE-EXECUCOES)
            END-EVALUATE
            .
       P-GUARDA-EXECUCAO-FIM.

      ****** REGISTRO DE USO LEGIVEL: TIPO CONHECIDO, DATA, HORA E
      ****** CAMPOS NUMERICOS EM ORDEM
       P-VALIDA-USO.

            MOVE "N" TO WS-USO-VALIDO

            EVALUATE TRUE
                WHEN US-DATA NOT NUMERIC OR US-HORA NOT NUMERIC
                    CONTINUE
                WHEN US-REG-SECAO
                    IF (US-SECAO-TIPO = "VP" OR US-SECAO-TIPO = "DS")
                       AND US-ID NOT = SPACES
                       AND US-DIST-PD NUMERIC AND US-DIST-PU NUMERIC
                       AND US-MINUTOS NUMERIC
                       AND US-TROCAS-PENA NUMERIC
                        MOVE "S" TO WS-USO-VALIDO
                    END-IF
                WHEN US-REG-FIM
                    IF US-FIM-VIOLACOES NUMERIC
                        MOVE "S" TO WS-USO-VALIDO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P-VALIDA-USO-FIM.

      ******************************************************************
      * CARGA DO SORT - AS SECOES DO PERIODO DE EXECUCOES LIBERADAS,
      * CADA UMA COM O CENTRO DE CUSTO DE CHAVE MAIS LONGA QUE A
      * ALCANCA (SEM CENTRO: DEPARTAMENTO HIGH-VALUES)
      ******************************************************************

       P-CARGA.

            OPEN INPUT USAGE-FILE

            IF WS-FS-USO NOT = "00"
                DISPLAY
                "ARQUIVO DE USO (USAGE) COM ERRO AO REABRIR ("
                WS-FS-USO ")."
                MOVE "S" TO WS-ERRO-CARGA
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-LE-USO THRU P-LE-USO-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE USAGE-FILE
            END-IF
            .
       P-CARGA-FIM.

       P-LE-USO.

            READ USAGE-FILE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-VALIDA-USO THRU P-VALIDA-USO-FIM
                    IF WS-USO-VALIDO = "S"
                       AND US-REG-SECAO
                       AND US-DATA (1:6) = WS-CTL-MES
                       AND US-DATA NOT > WS-CTL-DATAREF
                        PERFORM P-SOLTA-SECAO THRU P-SOLTA-SECAO-FIM
                    END-IF
            END-READ
            .
       P-LE-USO-FIM.

       P-SOLTA-SECAO.

            ADD 1 TO WS-CONT-SEC-PERIODO

            MOVE "N" TO WS-ACHOU
            PERFORM P-PROCURA-EXECUCAO THRU P-PROCURA-EXECUCAO-FIM
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTDE-EXECUCOES OR WS-ACHOU = "S"

            IF WS-ACHOU = "N"
                ADD 1 TO WS-CONT-SEC-RETIDAS
            ELSE
                MOVE ZERO TO WS-ESCOLHIDO
                MOVE ZERO TO WS-TAM-ESCOLHIDO
                PERFORM P-PROCURA-CENTRO THRU P-PROCURA-CENTRO-FIM
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-QTDE-CENTROS

                MOVE US-SECAO-TIPO TO SR-SECAO-TIPO
                MOVE US-ID TO SR-ID
                MOVE US-DIST-PD TO SR-DIST-PD
                MOVE US-DIST-PU TO SR-DIST-PU
                MOVE US-DATA TO SR-DATA
                MOVE US-HORA TO SR-HORA
                MOVE US-MINUTOS TO SR-MINUTOS
                MOVE US-TROCAS-PENA TO SR-TROCAS

                IF WS-ESCOLHIDO = ZERO
                    MOVE HIGH-VALUES TO SR-DEPTO
                    MOVE SPACES TO SR-NOME-DEPTO
                    MOVE ZERO TO SR-TAXA
                ELSE
                    MOVE WS-CEN-DEPTO (WS-ESCOLHIDO) TO SR-DEPTO
                    MOVE WS-CEN-NOME (WS-ESCOLHIDO) TO SR-NOME-DEPTO
                    MOVE WS-CEN-TAXA (WS-ESCOLHIDO) TO SR-TAXA
                END-IF

                RELEASE SR-REGISTRO-ORDENACAO
            END-IF
            .
       P-SOLTA-SECAO-FIM.

       P-PROCURA-EXECUCAO.

            IF WS-EXE-DATA (WS-SUB) = US-DATA
               AND WS-EXE-HORA (WS-SUB) = US-HORA
                MOVE "S" TO WS-ACHOU
            END-IF
            .
       P-PROCURA-EXECUCAO-FIM.

      ****** A ENTRADA DO MESMO TIPO DE CHAVE MAIS LONGA QUE E PREFIXO
      ****** DO ID DA SECAO
       P-PROCURA-CENTRO.

            IF WS-CEN-TIPO (WS-SUB) = US-SECAO-TIPO
               AND WS-CEN-TAM (WS-SUB) > WS-TAM-ESCOLHIDO
                IF WS-CEN-CHAVE (WS-SUB) (1:WS-CEN-TAM (WS-SUB))
                   = US-ID (1:WS-CEN-TAM (WS-SUB))
                    MOVE WS-SUB TO WS-ESCOLHIDO
                    MOVE WS-CEN-TAM (WS-SUB) TO WS-TAM-ESCOLHIDO
                END-IF
            END-IF
            .
       P-PROCURA-CENTRO-FIM.

      ******************************************************************
      * SAIDA ORDENADA - QUEBRA POR DEPARTAMENTO E POR DESENHO. A
      * MESMA SECAO (TIPO, ID E DISTANCIAS IGUAIS) VERIFICADA DE NOVO
      * NO MES E FATURADA SO NA PRIMEIRA EXECUCAO; AS SEM CENTRO DE
      * CUSTO VEM NO FIM E SAO SO LISTADAS.
      ******************************************************************

       P-FATURA.

            MOVE "N" TO WS-FIM-ORDENADO

            PERFORM P-RETORNA-UM THRU P-RETORNA-UM-FIM
                UNTIL WS-ORDENADO-ACABOU

            IF WS-DEPTO-ABERTO
                PERFORM P-FECHA-DESENHO THRU P-FECHA-DESENHO-FIM
                PERFORM P-FECHA-DEPTO THRU P-FECHA-DEPTO-FIM
            END-IF
            .
       P-FATURA-FIM.

       P-RETORNA-UM.

            RETURN SORT-FILE
                AT END
                    MOVE "S" TO WS-FIM-ORDENADO
                NOT AT END
                    PERFORM P-TRATA-ORDENADO THRU P-TRATA-ORDENADO-FIM
            END-RETURN
            .
       P-RETORNA-UM-FIM.

       P-TRATA-ORDENADO.

            IF SR-CHAVE-SECAO = WS-ANT-SECAO
                ADD 1 TO WS-CONT-REPETIDAS
                IF SR-DEPTO NOT = HIGH-VALUES
                    ADD 1 TO WS-DES-REPETIDAS
                END-IF
            ELSE
                MOVE SR-CHAVE-SECAO TO WS-ANT-SECAO

                IF SR-DEPTO = HIGH-VALUES
                    PERFORM P-SEM-CENTRO THRU P-SEM-CENTRO-FIM
                ELSE
                    PERFORM P-COBRA-SECAO THRU P-COBRA-SECAO-FIM
                END-IF
            END-IF
            .
       P-TRATA-ORDENADO-FIM.

      ****** SECAO COM CENTRO DE CUSTO: QUEBRAS DE DEPARTAMENTO E DE
      ****** DESENHO, E O CUSTO DA SECAO NOS ACUMULADORES DO DESENHO
       P-COBRA-SECAO.

            IF NOT WS-DEPTO-ABERTO
               OR SR-DEPTO NOT = WS-ANT-DEPTO
                IF WS-DEPTO-ABERTO
                    PERFORM P-FECHA-DESENHO THRU P-FECHA-DESENHO-FIM
                    PERFORM P-FECHA-DEPTO THRU P-FECHA-DEPTO-FIM
                END-IF
                PERFORM P-ABRE-DEPTO THRU P-ABRE-DEPTO-FIM
                PERFORM P-ABRE-DESENHO THRU P-ABRE-DESENHO-FIM
            ELSE
                IF SR-CHAVE-DESENHO NOT = WS-ANT-DESENHO
                    PERFORM P-FECHA-DESENHO THRU P-FECHA-DESENHO-FIM
                    PERFORM P-ABRE-DESENHO THRU P-ABRE-DESENHO-FIM
                END-IF
            END-IF

            COMPUTE WS-CUSTO ROUNDED = SR-MINUTOS * SR-TAXA

            ADD 1 TO WS-DES-SECOES
            ADD SR-TROCAS TO WS-DES-TROCAS
            ADD SR-MINUTOS TO WS-DES-MINUTOS
            ADD WS-CUSTO TO WS-DES-CUSTO-MES

            IF SR-DATA = WS-CTL-DATAREF
                ADD WS-CUSTO TO WS-DES-CUSTO-DIA
            END-IF
            .
       P-COBRA-SECAO-FIM.

       P-ABRE-DEPTO.

            MOVE SR-DEPTO TO WS-ANT-DEPTO
            MOVE SR-NOME-DEPTO TO WS-ANT-NOME-DEPTO
            MOVE "S" TO WS-DEPTO-EM-CURSO

            MOVE ZERO TO WS-DEP-SECOES
            MOVE ZERO TO WS-DEP-TROCAS
            MOVE ZERO TO WS-DEP-REPETIDAS
            MOVE ZERO TO WS-DEP-MINUTOS
            MOVE ZERO TO WS-DEP-CUSTO-DIA
            MOVE ZERO TO WS-DEP-CUSTO-MES

            MOVE SR-DEPTO TO WS-LDP-DEPTO
            MOVE SR-NOME-DEPTO TO WS-LDP-NOME
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-DEPTO TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-CAB-CUSTO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ABRE-DEPTO-FIM.

       P-ABRE-DESENHO.

            MOVE SR-CHAVE-DESENHO TO WS-ANT-DESENHO
            MOVE SR-TAXA TO WS-DES-TAXA

            MOVE ZERO TO WS-DES-SECOES
            MOVE ZERO TO WS-DES-TROCAS
            MOVE ZERO TO WS-DES-REPETIDAS
            MOVE ZERO TO WS-DES-MINUTOS
            MOVE ZERO TO WS-DES-CUSTO-DIA
            MOVE ZERO TO WS-DES-CUSTO-MES
            .
       P-ABRE-DESENHO-FIM.

      ****** LINHA DE CUSTO DO DESENHO (OU VIEWPORT)
       P-FECHA-DESENHO.

            MOVE WS-ANT-DESENHO (1:2) TO WS-LCU-TIPO
            MOVE WS-ANT-DESENHO (3:8) TO WS-LCU-ID
            MOVE WS-DES-TAXA TO WS-LCU-TAXA
            MOVE WS-DES-SECOES TO WS-LCU-SECOES
            MOVE WS-DES-TROCAS TO WS-LCU-TROCAS
            MOVE WS-DES-MINUTOS TO WS-LCU-MINUTOS
            MOVE WS-DES-CUSTO-DIA TO WS-LCU-CUSTO-DIA
            MOVE WS-DES-CUSTO-MES TO WS-LCU-CUSTO-MES
            MOVE WS-DES-REPETIDAS TO WS-LCU-REPETIDAS
            MOVE WS-LINHA-CUSTO TO RPT-LINHA
            WRITE RPT-LINHA

            ADD WS-DES-SECOES TO WS-DEP-SECOES
            ADD WS-DES-TROCAS TO WS-DEP-TROCAS
            ADD WS-DES-REPETIDAS TO WS-DEP-REPETIDAS
            ADD WS-DES-MINUTOS TO WS-DEP-MINUTOS
            ADD WS-DES-CUSTO-DIA TO WS-DEP-CUSTO-DIA
            ADD WS-DES-CUSTO-MES TO WS-DEP-CUSTO-MES
            .
       P-FECHA-DESENHO-FIM.

      ****** TOTAL DO DEPARTAMENTO E SEU REGISTRO NO BILLING
       P-FECHA-DEPTO.

            MOVE WS-DEP-SECOES TO WS-LTD-SECOES
            MOVE WS-DEP-TROCAS TO WS-LTD-TROCAS
            MOVE WS-DEP-MINUTOS TO WS-LTD-MINUTOS
            MOVE WS-DEP-CUSTO-DIA TO WS-LTD-CUSTO-DIA
            MOVE WS-DEP-CUSTO-MES TO WS-LTD-CUSTO-MES
            MOVE WS-DEP-REPETIDAS TO WS-LTD-REPETIDAS
            MOVE WS-LINHA-TOTAL-DEPTO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE SPACES TO BL-REGISTRO-FATURA
            MOVE "D" TO BL-TIPO
            MOVE "PLOT" TO BL-SISTEMA
            MOVE WS-CTL-MES TO BL-MES
            MOVE WS-CTL-DATAREF TO BL-DATA-CORTE
            MOVE WS-ANT-DEPTO TO BL-DEPTO
            MOVE WS-DEP-SECOES TO BL-SECOES
            MOVE WS-DEP-MINUTOS TO BL-MINUTOS
            MOVE WS-DEP-CUSTO-MES TO BL-VALOR
            MOVE ZERO TO BL-QTDE-REGISTROS
            WRITE BL-REGISTRO-FATURA

            ADD 1 TO WS-CONT-DEPTOS
            ADD WS-DEP-SECOES TO WS-CONT-FATURADAS
            ADD WS-DEP-MINUTOS TO WS-TOT-MINUTOS
            ADD WS-DEP-CUSTO-DIA TO WS-TOT-CUSTO-DIA
            ADD WS-DEP-CUSTO-MES TO WS-TOT-CUSTO-MES

            MOVE "N" TO WS-DEPTO-EM-CURSO
            .
       P-FECHA-DEPTO-FIM.

      ****** SECAO SEM CENTRO DE CUSTO: LISTADA, FORA DA FATURA
       P-SEM-CENTRO.

            IF WS-DEPTO-ABERTO
                PERFORM P-FECHA-DESENHO THRU P-FECHA-DESENHO-FIM
                PERFORM P-FECHA-DEPTO THRU P-FECHA-DEPTO-FIM
            END-IF

            IF NOT WS-SEM-CENTRO-ABERTO
                MOVE "S" TO WS-SEM-CENTRO-EM-CURSO
                MOVE "SECOES SEM CENTRO DE CUSTO (NAO FATURADAS):"
                  TO WS-LT-TEXTO
                PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
                MOVE WS-LINHA-CAB-SEM-CENTRO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF

            MOVE SR-SECAO-TIPO TO WS-LSC-TIPO
            MOVE SR-ID TO WS-LSC-ID
            MOVE SR-DATA TO WS-LSC-DATA
            MOVE SR-HORA TO WS-LSC-HORA
            MOVE SR-MINUTOS TO WS-LSC-MINUTOS
            MOVE SR-TROCAS TO WS-LSC-TROCAS
            MOVE WS-LINHA-SEM-CENTRO TO RPT-LINHA
            WRITE RPT-LINHA

            ADD 1 TO WS-CONT-SEM-CENTRO
            ADD SR-MINUTOS TO WS-TOT-MIN-SEM-CENTRO
            .
       P-SEM-CENTRO-FIM.

      ******************************************************************
      * ENCERRAMENTO - TRAILER DO BILLING, RESUMO E RETURN-CODE
      ******************************************************************

       P-ENCERRA.

      ****** A FALHA DA CARGA VEM PELO INDICADOR: O SORT POSTA O SEU
      ****** PROPRIO CODIGO NO RETURN-CODE AO TERMINAR
            IF WS-CARGA-FALHOU
                MOVE "FALHA NA LEITURA DO USAGE PARA O SORT."
                  TO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE SPACES TO BL-REGISTRO-FATURA
                MOVE "T" TO BL-TIPO
                MOVE "PLOT" TO BL-SISTEMA
                MOVE WS-CTL-MES TO BL-MES
                MOVE WS-CTL-DATAREF TO BL-DATA-CORTE
                MOVE WS-CONT-FATURADAS TO BL-SECOES
                MOVE WS-TOT-MINUTOS TO BL-MINUTOS
                MOVE WS-TOT-CUSTO-MES TO BL-VALOR
                MOVE WS-CONT-DEPTOS TO BL-QTDE-REGISTROS
                WRITE BL-REGISTRO-FATURA

                MOVE "RESUMO DO CHARGEBACK:" TO WS-LT-TEXTO
                PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

                MOVE "REGISTROS DE USO LIDOS:     " TO WS-LC-ROTULO
                MOVE WS-CONT-LIDOS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "REGISTROS DE USO INVALIDOS: " TO WS-LC-ROTULO
                MOVE WS-CONT-INVALIDOS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "EXECUCOES NO PERIODO:       " TO WS-LC-ROTULO
                MOVE WS-CONT-EXEC-PERIODO TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "EXECUCOES RETIDAS:          " TO WS-LC-ROTULO
                MOVE WS-CONT-EXEC-RETIDAS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "SECOES NO PERIODO:          " TO WS-LC-ROTULO
                MOVE WS-CONT-SEC-PERIODO TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "SECOES NAO LIBERADAS:       " TO WS-LC-ROTULO
                MOVE WS-CONT-SEC-RETIDAS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "SECOES REPETIDAS:           " TO WS-LC-ROTULO
                MOVE WS-CONT-REPETIDAS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "SECOES FATURADAS:           " TO WS-LC-ROTULO
                MOVE WS-CONT-FATURADAS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "SECOES SEM CENTRO DE CUSTO: " TO WS-LC-ROTULO
                MOVE WS-CONT-SEM-CENTRO TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "DEPARTAMENTOS FATURADOS:    " TO WS-LC-ROTULO
                MOVE WS-CONT-DEPTOS TO WS-LC-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "MINUTOS FATURADOS:          " TO WS-LR-ROTULO
                MOVE WS-TOT-MINUTOS TO WS-LR-VALOR
                MOVE WS-LINHA-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "MINUTOS SEM CENTRO DE CUSTO:" TO WS-LR-ROTULO
                MOVE WS-TOT-MIN-SEM-CENTRO TO WS-LR-VALOR
                MOVE WS-LINHA-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "VALOR NA DATA DE CORTE:     " TO WS-LR-ROTULO
                MOVE WS-TOT-CUSTO-DIA TO WS-LR-VALOR
                MOVE WS-LINHA-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "VALOR DO MES ATE A DATA:    " TO WS-LR-ROTULO
                MOVE WS-TOT-CUSTO-MES TO WS-LR-VALOR
                MOVE WS-LINHA-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA

                CLOSE REPORT-FILE
                CLOSE BILLING-FILE

                DISPLAY " "
                DISPLAY "CHARGEBACK DO MES " WS-CTL-MES
                        " ATE " WS-CTL-DATAREF
                DISPLAY "SECOES FATURADAS: " WS-CONT-FATURADAS
                        "  DEPARTAMENTOS: " WS-CONT-DEPTOS
                DISPLAY "SECOES SEM CENTRO DE CUSTO: "
                        WS-CONT-SEM-CENTRO

                IF WS-CONT-SEM-CENTRO > ZERO OR WS-CONT-INVALIDOS > ZERO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
            .
       P-ENCERRA-FIM.
