      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Drawing-status inquiry and aging report over the
      *          DWGMSTR drawing master maintained through DWGREG by
      *          CADIMP, the clip, PLOTGEN and PLOTCHK. The report
      *          (DWGRPT) carries:
      *            - the plot confirmations of the run: a VERIFIED
      *              drawing named on a PLOTADO card is posted as
      *              PLOTTED (job DWGINQ); an unknown drawing or one
      *              not yet verified is listed and left alone;
      *            - the inquiry of each drawing named on a DESENHO
      *              card: title, revision, current status and the
      *              date, time, job and entity count of every stage
      *              it has been through;
      *            - the aging list: every drawing not yet PLOTTED
      *              that has been sitting at its current stage for
      *              more than the DIAS limit, with the stage date,
      *              the job that put it there and the days elapsed;
      *            - the count of drawings by status.
      *
      *          CTLCARDS keyword cards:
      *            DIAS=NNN          aging limit in days (default 003)
      *            DATAREF=AAAAMMDD  reference date for the aging
      *                              (default the system date)
      *            DESENHO=id        drawing to inquire (up to 20)
      *            PLOTADO=id        plot confirmation (up to 50)
      *          Ends with RETURN-CODE 0 when no drawing is stuck,
      *          4 when the aging list is not empty or a drawing on a
      *          card was not found or not confirmed, 12 on a file
      *          error and 16 on invalid control cards.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWGINQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWGMSTR-FILE ASSIGN TO "DWGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-ID
               FILE STATUS IS WS-FS-DWGMSTR.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT REPORT-FILE ASSIGN TO "DWGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  DWGMSTR-FILE
           LABEL RECORDS ARE OMITTED.
       COPY DWGREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-DWGMSTR        PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".

       77 WS-FIM-CADASTRO      PIC X(01) VALUE "N".
           88 WS-CADASTRO-ACABOU      VALUE "S".
       77 WS-DESENHO-ACHADO    PIC X(01) VALUE "N".
           88 WS-DESENHO-FOI-ACHADO   VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO DRAWCMP
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.

       01 WS-CTL-DIAS-NUM      PIC 9(03) VALUE 3.
       01 WS-CTL-DIAS-X REDEFINES WS-CTL-DIAS-NUM PIC X(03).

       01 WS-CTL-DATAREF-NUM   PIC 9(08) VALUE ZERO.
       01 WS-CTL-DATAREF-X REDEFINES WS-CTL-DATAREF-NUM PIC X(08).

      ****** DESENHOS PEDIDOS NOS CARTOES
       77 WS-QTDE-CONSULTAS    PIC 9(02) VALUE ZERO.
       01 WS-TAB-CONSULTAS.
           05 WS-CONSULTA-ID OCCURS 20 TIMES PIC X(08).

       77 WS-QTDE-PLOTADOS     PIC 9(02) VALUE ZERO.
       01 WS-TAB-PLOTADOS.
           05 WS-PLOTADO OCCURS 50 TIMES.
               10 WS-PL-ID         PIC X(08).
               10 WS-PL-SITUACAO   PIC X(01).
                   88 WS-PL-A-CONFIRMAR   VALUE "C".

       77 WS-SUB               PIC 9(02) VALUE ZERO.
       77 WS-SUB-ETAPA         PIC 9(01) VALUE ZERO.

      ****** NOME DA SITUACAO POR ETAPA (MESMA ORDEM DO DWGREG)
       01 WS-TAB-SITUACOES.
           05 FILLER PIC X(10) VALUE "IMPORTED".
           05 FILLER PIC X(10) VALUE "SUSPENDED".
           05 FILLER PIC X(10) VALUE "CLIPPED".
           05 FILLER PIC X(10) VALUE "DECKED".
           05 FILLER PIC X(10) VALUE "VERIFIED".
           05 FILLER PIC X(10) VALUE "PLOTTED".
       01 WS-TAB-SITUACOES-R REDEFINES WS-TAB-SITUACOES.
           05 WS-NOME-SITUACAO OCCURS 6 TIMES PIC X(10).

      ****** ENVELHECIMENTO
       77 WS-DIA-REFERENCIA    PIC 9(08) VALUE ZERO.
       77 WS-DIA-ETAPA         PIC 9(08) VALUE ZERO.
       77 WS-DIAS-PARADO       PIC S9(07) VALUE ZERO.

      ****** CONTADORES
       77 WS-CONT-LIDOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-PARADOS      PIC 9(08) VALUE ZERO.
       77 WS-CONT-NAO-ACHADOS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-CONFIRMADOS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-RECUSADOS    PIC 9(08) VALUE ZERO.
       01 WS-TAB-TOTAIS.
           05 WS-TOT-SITUACAO OCCURS 6 TIMES PIC 9(08).
       77 WS-TOT-SEM-SITUACAO  PIC 9(08) VALUE ZERO.

      ****** PEDIDO AO CADASTRO DE DESENHOS (SUBPROGRAMA DWGREG)
       COPY DWGREQ.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** LINHAS DO RELATORIO
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(50) VALUE
               "CONSULTA E ENVELHECIMENTO DO CADASTRO DE DESENHOS".
           05 FILLER               PIC X(82) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(12) VALUE "  DATA REF: ".
           05 WS-CAB-DATAREF       PIC 9(08).
           05 FILLER               PIC X(15) VALUE "  LIMITE DIAS: ".
           05 WS-CAB-DIAS          PIC ZZ9.
           05 FILLER               PIC X(64) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 WS-LT-TEXTO          PIC X(40).
           05 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LINHA-CONFIRMACAO.
           05 FILLER               PIC X(09) VALUE "DESENHO: ".
           05 WS-LCF-ID            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCF-TEXTO         PIC X(40).
           05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-LINHA-CONSULTA.
           05 FILLER               PIC X(09) VALUE "DESENHO: ".
           05 WS-LCO-ID            PIC X(08).
           05 FILLER               PIC X(10) VALUE "  TITULO: ".
           05 WS-LCO-TITULO        PIC X(20).
           05 FILLER               PIC X(11) VALUE "  REVISAO: ".
           05 WS-LCO-REVISAO       PIC X(04).
           05 FILLER               PIC X(12) VALUE "  SITUACAO: ".
           05 WS-LCO-SITUACAO      PIC X(10).
           05 FILLER               PIC X(48) VALUE SPACES.

       01 WS-LINHA-CAB-ETAPAS.
           05 FILLER               PIC X(46) VALUE
               "    ETAPA       DATA      HORA      JOB       ".
           05 FILLER               PIC X(86) VALUE "   QTDE".

       01 WS-LINHA-ETAPA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LET-NOME          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LET-DATA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LET-HORA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LET-JOB           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LET-QTDE          PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LET-ATUAL         PIC X(08).
           05 FILLER               PIC X(69) VALUE SPACES.

       01 WS-LINHA-CAB-PARADOS.
           05 FILLER               PIC X(46) VALUE
               "DESENHO   TITULO                REV   SITUACAO".
           05 FILLER               PIC X(86) VALUE
               "    DESDE     JOB          DIAS".

       01 WS-LINHA-PARADO.
           05 WS-LPA-ID            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-TITULO        PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-REVISAO       PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-SITUACAO      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-DATA          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-JOB           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPA-DIAS          PIC ZZZZZZ9.
           05 FILLER               PIC X(55) VALUE SPACES.

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
           05 WS-LR-VALOR           PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                IF WS-QTDE-PLOTADOS > ZERO
                    PERFORM P-CONFIRMA-PLOTAGENS THRU
                            P-CONFIRMA-PLOTAGENS-FIM
                END-IF
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-ABRE-CADASTRO THRU P-ABRE-CADASTRO-FIM
            END-IF

            IF RETURN-CODE = ZERO
                IF WS-QTDE-CONSULTAS > ZERO
                    PERFORM P-CONSULTA-DESENHOS THRU
                            P-CONSULTA-DESENHOS-FIM
                END-IF

                PERFORM P-ENVELHECIMENTO THRU P-ENVELHECIMENTO-FIM

                PERFORM P-ENCERRA THRU P-ENCERRA-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO SER ABERTO; CARTAO RUIM = RC 16. SEM O
      * ARQUIVO DE CARTOES VALEM OS DEFAULTS (SO O ENVELHECIMENTO).
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

            PERFORM P-VALIDA-CONTROLE THRU P-VALIDA-CONTROLE-FIM
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
                WHEN "DIAS"
                    MOVE WS-CTL-VALOR (1:3) TO WS-CTL-DIAS-X
                    IF WS-CTL-DIAS-NUM NOT NUMERIC
                        DISPLAY "DIAS INVALIDO (3 DIGITOS, NNN)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "DATAREF"
                    MOVE WS-CTL-VALOR (1:8) TO WS-CTL-DATAREF-X
                    IF WS-CTL-DATAREF-NUM NOT NUMERIC
                        DISPLAY "DATAREF INVALIDA (AAAAMMDD)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "DESENHO"
                    IF WS-CTL-VALOR (1:8) = SPACES
                       OR WS-QTDE-CONSULTAS = 20
                        DISPLAY "DESENHO AUSENTE OU MAIS DE 20 "
                                "CARTOES DESENHO."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        ADD 1 TO WS-QTDE-CONSULTAS
                        MOVE WS-CTL-VALOR (1:8) TO
                             WS-CONSULTA-ID (WS-QTDE-CONSULTAS)
                    END-IF
                WHEN "PLOTADO"
                    IF WS-CTL-VALOR (1:8) = SPACES
                       OR WS-QTDE-PLOTADOS = 50
                        DISPLAY "DESENHO AUSENTE OU MAIS DE 50 "
                                "CARTOES PLOTADO."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        ADD 1 TO WS-QTDE-PLOTADOS
                        MOVE WS-CTL-VALOR (1:8) TO
                             WS-PL-ID (WS-QTDE-PLOTADOS)
                        MOVE SPACES TO
                             WS-PL-SITUACAO (WS-QTDE-PLOTADOS)
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

       P-VALIDA-CONTROLE.

            IF WS-CTL-DATAREF-NUM NUMERIC
               AND WS-CTL-DATAREF-NUM = ZERO
                MOVE WS-DATA-SISTEMA TO WS-CTL-DATAREF-NUM
            END-IF

            IF NOT WS-CTL-COM-ERRO
                COMPUTE WS-DIA-REFERENCIA =
                        FUNCTION INTEGER-OF-DATE (WS-CTL-DATAREF-NUM)

                IF WS-DIA-REFERENCIA = ZERO
                    DISPLAY "DATAREF INVALIDA (AAAAMMDD)."
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
                END-IF
            END-IF

            IF NOT WS-CTL-COM-ERRO
                DISPLAY "OPCOES VALIDADAS: DIAS=" WS-CTL-DIAS-X
                        " DATAREF=" WS-CTL-DATAREF-X
                        " DESENHOS=" WS-QTDE-CONSULTAS
                        " PLOTADOS=" WS-QTDE-PLOTADOS
            END-IF
            .
       P-VALIDA-CONTROLE-FIM.

      ******************************************************************
      * INICIALIZACAO - CARTOES E RELATORIO. O CADASTRO SO E ABERTO
      * DEPOIS DAS CONFIRMACOES DE PLOTAGEM, QUE O ATUALIZAM PELO
      * DWGREG.
      ******************************************************************

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            INITIALIZE WS-TAB-TOTAIS

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. CONSULTA ABORTADA."
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT REPORT-FILE

                IF WS-FS-REPORT NOT = "00"
                    DISPLAY
                    "ARQUIVO DE RELATORIO (DWGRPT) COM ERRO AO ABRIR ("
                    WS-FS-REPORT "). CONSULTA ABORTADA."
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM P-ESCREVE-CABECALHO THRU
                            P-ESCREVE-CABECALHO-FIM
                END-IF
            END-IF
            .
       P-INICIALIZA-FIM.

       P-ESCREVE-CABECALHO.

            MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
            MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
            MOVE WS-CTL-DATAREF-NUM TO WS-CAB-DATAREF
            MOVE WS-CTL-DIAS-NUM TO WS-CAB-DIAS

            MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-CABECALHO-FIM.

       P-ESCREVE-TITULO.

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-TITULO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-TITULO-FIM.

      ******************************************************************
      * CONFIRMACOES DE PLOTAGEM - O CADASTRO E LIDO PARA CONFERIR
      * CADA DESENHO (SO UM DESENHO VERIFICADO PODE SER DADO COMO
      * PLOTADO) E FECHADO; OS CONFIRMADOS SAO LANCADOS PELO DWGREG.
      ******************************************************************

       P-CONFIRMA-PLOTAGENS.

            MOVE "CONFIRMACOES DE PLOTAGEM:" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            OPEN INPUT DWGMSTR-FILE

            IF WS-FS-DWGMSTR NOT = "00"
                DISPLAY
                "CADASTRO DE DESENHOS (DWGMSTR) INDISPONIVEL ("
                WS-FS-DWGMSTR "). CONSULTA ABORTADA."
                CLOSE REPORT-FILE
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM P-CONFERE-PLOTADO THRU P-CONFERE-PLOTADO-FIM
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-QTDE-PLOTADOS

                CLOSE DWGMSTR-FILE

                PERFORM P-LANCA-PLOTADO THRU P-LANCA-PLOTADO-FIM
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-QTDE-PLOTADOS

                MOVE "F" TO DR-FUNCAO
                MOVE ZERO TO DR-RETORNO-PASSO

                CALL "DWGREG" USING DR-PEDIDO-DESENHO
            END-IF
            .
       P-CONFIRMA-PLOTAGENS-FIM.

       P-CONFERE-PLOTADO.

            MOVE WS-PL-ID (WS-SUB) TO WS-LCF-ID
            MOVE WS-PL-ID (WS-SUB) TO DM-ID

            READ DWGMSTR-FILE
                INVALID KEY
                    MOVE "NAO CADASTRADO - NAO CONFIRMADO"
                      TO WS-LCF-TEXTO
                    ADD 1 TO WS-CONT-RECUSADOS
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN DM-SIT-VERIFICADO
                            MOVE "C" TO WS-PL-SITUACAO (WS-SUB)
                            MOVE SPACES TO WS-LCF-TEXTO
                        WHEN DM-SIT-PLOTADO
                            MOVE "JA PLOTADO - NADA A FAZER"
                              TO WS-LCF-TEXTO
                        WHEN OTHER
                            MOVE SPACES TO WS-LCF-TEXTO
                            STRING "NAO VERIFICADO (" DELIMITED BY SIZE
                                   DM-SITUACAO DELIMITED BY SPACE
                                   ") - NAO CONFIRMADO"
                                   DELIMITED BY SIZE
                                INTO WS-LCF-TEXTO
                            END-STRING
                            ADD 1 TO WS-CONT-RECUSADOS
                    END-EVALUATE
            END-READ

      ****** OS A CONFIRMAR SO SAEM NO RELATORIO DEPOIS DO LANCAMENTO
            IF NOT WS-PL-A-CONFIRMAR (WS-SUB)
                MOVE WS-LINHA-CONFIRMACAO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-CONFERE-PLOTADO-FIM.

       P-LANCA-PLOTADO.

            IF WS-PL-A-CONFIRMAR (WS-SUB)
                MOVE "E" TO DR-FUNCAO
                MOVE WS-PL-ID (WS-SUB) TO DR-ID
                MOVE SPACES TO DR-TITULO
                MOVE SPACES TO DR-REVISAO
                MOVE 6 TO DR-ETAPA
                MOVE "DWGINQ" TO DR-JOB
                MOVE ZERO TO DR-QTDE
                MOVE ZERO TO DR-SUSPENSOS
                MOVE ZERO TO DR-RETORNO-PASSO

                CALL "DWGREG" USING DR-PEDIDO-DESENHO

                MOVE WS-PL-ID (WS-SUB) TO WS-LCF-ID

                IF DR-CADASTRO-OK
                    MOVE "CONFIRMADO - PLOTTED" TO WS-LCF-TEXTO
                    ADD 1 TO WS-CONT-CONFIRMADOS
                ELSE
                    MOVE "CADASTRO NAO ATUALIZADO - NAO CONFIRMADO"
                      TO WS-LCF-TEXTO
                    ADD 1 TO WS-CONT-RECUSADOS
                END-IF

                MOVE WS-LINHA-CONFIRMACAO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-LANCA-PLOTADO-FIM.

       P-ABRE-CADASTRO.

            OPEN INPUT DWGMSTR-FILE

            IF WS-FS-DWGMSTR NOT = "00"
                DISPLAY
                "CADASTRO DE DESENHOS (DWGMSTR) INDISPONIVEL ("
                WS-FS-DWGMSTR "). CONSULTA ABORTADA."
                CLOSE REPORT-FILE
                MOVE 12 TO RETURN-CODE
            END-IF
            .
       P-ABRE-CADASTRO-FIM.

      ******************************************************************
      * CONSULTA - CADA DESENHO DOS CARTOES DESENHO COM TODAS AS
      * ETAPAS POR QUE JA PASSOU.
      ******************************************************************

       P-CONSULTA-DESENHOS.

            MOVE "CONSULTA DE DESENHOS:" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            PERFORM P-CONSULTA-UM THRU P-CONSULTA-UM-FIM
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTDE-CONSULTAS
            .
       P-CONSULTA-DESENHOS-FIM.

       P-CONSULTA-UM.

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE WS-CONSULTA-ID (WS-SUB) TO DM-ID
            MOVE "S" TO WS-DESENHO-ACHADO

            READ DWGMSTR-FILE
                INVALID KEY
                    MOVE "N" TO WS-DESENHO-ACHADO
            END-READ

            IF NOT WS-DESENHO-FOI-ACHADO
                ADD 1 TO WS-CONT-NAO-ACHADOS
                MOVE WS-CONSULTA-ID (WS-SUB) TO WS-LCF-ID
                MOVE "NAO CADASTRADO" TO WS-LCF-TEXTO
                MOVE WS-LINHA-CONFIRMACAO TO RPT-LINHA
                WRITE RPT-LINHA
            ELSE
                MOVE DM-ID TO WS-LCO-ID
                MOVE DM-TITULO TO WS-LCO-TITULO
                MOVE DM-REVISAO TO WS-LCO-REVISAO
                MOVE DM-SITUACAO TO WS-LCO-SITUACAO
                MOVE WS-LINHA-CONSULTA TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE WS-LINHA-CAB-ETAPAS TO RPT-LINHA
                WRITE RPT-LINHA

                PERFORM P-CONSULTA-ETAPA THRU P-CONSULTA-ETAPA-FIM
                    VARYING WS-SUB-ETAPA FROM 1 BY 1
                    UNTIL WS-SUB-ETAPA > 6
            END-IF
            .
       P-CONSULTA-UM-FIM.

      ****** SO AS ETAPAS JA ALCANCADAS; A CORRENTE VEM MARCADA
       P-CONSULTA-ETAPA.

            IF DM-ET-DATA (WS-SUB-ETAPA) NUMERIC
               AND DM-ET-DATA (WS-SUB-ETAPA) > ZERO
                MOVE WS-NOME-SITUACAO (WS-SUB-ETAPA) TO WS-LET-NOME
                MOVE DM-ET-DATA (WS-SUB-ETAPA) TO WS-LET-DATA
                MOVE DM-ET-HORA (WS-SUB-ETAPA) TO WS-LET-HORA
                MOVE DM-ET-JOB (WS-SUB-ETAPA) TO WS-LET-JOB
                MOVE DM-ET-QTDE (WS-SUB-ETAPA) TO WS-LET-QTDE

                IF WS-SUB-ETAPA = DM-ETAPA-ATUAL
                    MOVE "<- ATUAL" TO WS-LET-ATUAL
                ELSE
                    MOVE SPACES TO WS-LET-ATUAL
                END-IF

                MOVE WS-LINHA-ETAPA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-CONSULTA-ETAPA-FIM.

      ******************************************************************
      * ENVELHECIMENTO - O CADASTRO INTEIRO EM ORDEM DE ID; CONTA AS
      * SITUACOES E LISTA O DESENHO NAO PLOTADO PARADO NA ETAPA
      * CORRENTE HA MAIS DIAS QUE O LIMITE.
      ******************************************************************

       P-ENVELHECIMENTO.

            MOVE SPACES TO WS-LT-TEXTO
            STRING "DESENHOS PARADOS HA MAIS DE " DELIMITED BY SIZE
                   WS-CTL-DIAS-X DELIMITED BY SIZE
                   " DIAS:" DELIMITED BY SIZE
                INTO WS-LT-TEXTO
            END-STRING
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE WS-LINHA-CAB-PARADOS TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "N" TO WS-FIM-CADASTRO
            MOVE LOW-VALUES TO DM-ID

            START DWGMSTR-FILE KEY IS NOT LESS THAN DM-ID
                INVALID KEY
                    MOVE "S" TO WS-FIM-CADASTRO
            END-START

            PERFORM P-ENVELHECE-UM THRU P-ENVELHECE-UM-FIM
                UNTIL WS-CADASTRO-ACABOU
            .
       P-ENVELHECIMENTO-FIM.

       P-ENVELHECE-UM.

            READ DWGMSTR-FILE NEXT RECORD
                AT END
                    MOVE "S" TO WS-FIM-CADASTRO
                NOT AT END
                    PERFORM P-CLASSIFICA-UM THRU P-CLASSIFICA-UM-FIM
            END-READ
            .
       P-ENVELHECE-UM-FIM.

      ****** SITUACAO CORRENTE NOS TOTAIS; DESENHO AINDA NAO PLOTADO
      ****** TEM O TEMPO PARADO NA ETAPA MEDIDO
       P-CLASSIFICA-UM.

            ADD 1 TO WS-CONT-LIDOS

            IF DM-ETAPA-ATUAL NOT NUMERIC
               OR DM-ETAPA-ATUAL < 1 OR DM-ETAPA-ATUAL > 6
                ADD 1 TO WS-TOT-SEM-SITUACAO
            ELSE
                ADD 1 TO WS-TOT-SITUACAO (DM-ETAPA-ATUAL)

                IF NOT DM-SIT-PLOTADO
                    PERFORM P-MEDE-PARADO THRU P-MEDE-PARADO-FIM
                END-IF
            END-IF
            .
       P-CLASSIFICA-UM-FIM.

      ****** ETAPA SEM DATA NAO ENTRA NA LISTA DE PARADOS
       P-MEDE-PARADO.

            MOVE ZERO TO WS-DIA-ETAPA
            IF DM-ET-DATA (DM-ETAPA-ATUAL) NUMERIC
               AND DM-ET-DATA (DM-ETAPA-ATUAL) > ZERO
                COMPUTE WS-DIA-ETAPA = FUNCTION INTEGER-OF-DATE
                        (DM-ET-DATA (DM-ETAPA-ATUAL))
            END-IF

            IF WS-DIA-ETAPA > ZERO
                COMPUTE WS-DIAS-PARADO =
                        WS-DIA-REFERENCIA - WS-DIA-ETAPA

                IF WS-DIAS-PARADO > WS-CTL-DIAS-NUM
                    PERFORM P-LISTA-PARADO THRU P-LISTA-PARADO-FIM
                END-IF
            END-IF
            .
       P-MEDE-PARADO-FIM.

       P-LISTA-PARADO.

            ADD 1 TO WS-CONT-PARADOS

            MOVE DM-ID TO WS-LPA-ID
            MOVE DM-TITULO TO WS-LPA-TITULO
            MOVE DM-REVISAO TO WS-LPA-REVISAO
            MOVE DM-SITUACAO TO WS-LPA-SITUACAO
            MOVE DM-ET-DATA (DM-ETAPA-ATUAL) TO WS-LPA-DATA
            MOVE DM-ET-JOB (DM-ETAPA-ATUAL) TO WS-LPA-JOB
            MOVE WS-DIAS-PARADO TO WS-LPA-DIAS

            MOVE WS-LINHA-PARADO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-LISTA-PARADO-FIM.

      ******************************************************************
      * ENCERRAMENTO - TOTAIS POR SITUACAO E CONTAGENS DA EXECUCAO.
      ******************************************************************

       P-ENCERRA.

            MOVE "TOTAIS POR SITUACAO:" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            PERFORM P-TOTAL-SITUACAO THRU P-TOTAL-SITUACAO-FIM
                VARYING WS-SUB-ETAPA FROM 1 BY 1
                UNTIL WS-SUB-ETAPA > 6

            IF WS-TOT-SEM-SITUACAO > ZERO
                MOVE "SEM SITUACAO VALIDA:        " TO WS-LR-ROTULO
                MOVE WS-TOT-SEM-SITUACAO TO WS-LR-VALOR
                MOVE WS-LINHA-RESUMO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS LIDOS (DWGMSTR):   " TO WS-LR-ROTULO
            MOVE WS-CONT-LIDOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS PARADOS:           " TO WS-LR-ROTULO
            MOVE WS-CONT-PARADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "CONSULTAS NAO ENCONTRADAS:  " TO WS-LR-ROTULO
            MOVE WS-CONT-NAO-ACHADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PLOTAGENS CONFIRMADAS:      " TO WS-LR-ROTULO
            MOVE WS-CONT-CONFIRMADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PLOTAGENS NAO CONFIRMADAS:  " TO WS-LR-ROTULO
            MOVE WS-CONT-RECUSADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE DWGMSTR-FILE
            CLOSE REPORT-FILE

            DISPLAY " "
            DISPLAY "RESUMO DA CONSULTA AO CADASTRO DE DESENHOS:"
            DISPLAY "LIDOS:          " WS-CONT-LIDOS
            DISPLAY "PARADOS:        " WS-CONT-PARADOS
            DISPLAY "NAO ENCONTRADOS:" WS-CONT-NAO-ACHADOS
            DISPLAY "CONFIRMADOS:    " WS-CONT-CONFIRMADOS
            DISPLAY "NAO CONFIRMADOS:" WS-CONT-RECUSADOS

            IF WS-CONT-PARADOS > ZERO
               OR WS-CONT-NAO-ACHADOS > ZERO
               OR WS-CONT-RECUSADOS > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            .
       P-ENCERRA-FIM.

       P-TOTAL-SITUACAO.

            MOVE SPACES TO WS-LR-ROTULO
            STRING WS-NOME-SITUACAO (WS-SUB-ETAPA) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                INTO WS-LR-ROTULO
            END-STRING
            MOVE WS-TOT-SITUACAO (WS-SUB-ETAPA) TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-TOTAL-SITUACAO-FIM.

       END PROGRAM DWGINQ.
