      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Shift scheduler for the plotter pool. Reads a
      *          PLOTDECK that PLOTCHK has released together with the
      *          CHKEST per-section estimates PLOTCHK wrote for it,
      *          and the PLTMSTR plotter master (pens mounted, pen-down
      *          and pen-up speeds, minutes available per shift and
      *          output deck of each plotter). Every VP or DS section
      *          is handed to a plotter in service that carries every
      *          pen the section selects with SP, re-timed at that
      *          plotter's speeds from the PLOTCHK distances. The
      *          longest sections are placed first, each on the
      *          eligible plotter that ends up with the lowest share
      *          of its shift used, so the load is balanced across the
      *          pool. The sections are copied unchanged, in deck
      *          order, to the deck of their plotter (PLOTDK1 to
      *          PLOTDK8, as named on the plotter record); a section
      *          that no plotter with its pens can fit in the shift,
      *          or that no plotter carries the pens for, goes to the
      *          CARRYOVR deck for the next shift, so nothing is lost.
      *          The schedule report (SCHRPT) lists the pool, the
      *          sections of each plotter with their minutes and the
      *          running load, the carry-over with the reason and the
      *          totals.
      *
      *          The deck is refused (nothing written) when CHKEST has
      *          no trailer, shows any violation or does not match the
      *          sections of PLOTDECK one for one.
      *
      *          CTLCARDS keyword cards:
      *            TURNO=xxxxxxxx    shift identification printed on
      *                              the schedule (optional)
      *          Ends with RETURN-CODE 0 when every section was
      *          scheduled, 4 when anything went to the carry-over or
      *          a plotter record was rejected, 8 when the deck was
      *          not released by PLOTCHK or no plotter is in service,
      *          12 on a file error or a deck/estimate mismatch and 16
      *          on invalid control cards.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLOTSCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLOT-DECK ASSIGN TO "PLOTDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLOT.

           SELECT ESTIMATE-FILE ASSIGN TO "CHKEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTIMA.

           SELECT PLOTTER-FILE ASSIGN TO "PLTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-ID
               FILE STATUS IS WS-FS-PLOTTER.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT DECK1-FILE ASSIGN TO "PLOTDK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK1.

           SELECT DECK2-FILE ASSIGN TO "PLOTDK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK2.

           SELECT DECK3-FILE ASSIGN TO "PLOTDK3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK3.

           SELECT DECK4-FILE ASSIGN TO "PLOTDK4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK4.

           SELECT DECK5-FILE ASSIGN TO "PLOTDK5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK5.

           SELECT DECK6-FILE ASSIGN TO "PLOTDK6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK6.

           SELECT DECK7-FILE ASSIGN TO "PLOTDK7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK7.

           SELECT DECK8-FILE ASSIGN TO "PLOTDK8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECK8.

           SELECT CARRY-FILE ASSIGN TO "CARRYOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARRY.

           SELECT REPORT-FILE ASSIGN TO "SCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PLOT-DECK
           LABEL RECORDS ARE OMITTED.
       01  PD-LINHA                PIC X(20).

       FD  ESTIMATE-FILE
           LABEL RECORDS ARE OMITTED.
       COPY CHKEST.

       FD  PLOTTER-FILE
           LABEL RECORDS ARE OMITTED.
       COPY PLTREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

       FD  DECK1-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK1-LINHA               PIC X(20).

       FD  DECK2-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK2-LINHA               PIC X(20).

       FD  DECK3-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK3-LINHA               PIC X(20).

       FD  DECK4-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK4-LINHA               PIC X(20).

       FD  DECK5-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK5-LINHA               PIC X(20).

       FD  DECK6-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK6-LINHA               PIC X(20).

       FD  DECK7-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK7-LINHA               PIC X(20).

       FD  DECK8-FILE
           LABEL RECORDS ARE OMITTED.
       01  DK8-LINHA               PIC X(20).

       FD  CARRY-FILE
           LABEL RECORDS ARE OMITTED.
       01  CO-LINHA                PIC X(20).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-PLOT           PIC X(02) VALUE "00".
       77 WS-FS-ESTIMA         PIC X(02) VALUE "00".
       77 WS-FS-PLOTTER        PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-DECK1          PIC X(02) VALUE "00".
       77 WS-FS-DECK2          PIC X(02) VALUE "00".
       77 WS-FS-DECK3          PIC X(02) VALUE "00".
       77 WS-FS-DECK4          PIC X(02) VALUE "00".
       77 WS-FS-DECK5          PIC X(02) VALUE "00".
       77 WS-FS-DECK6          PIC X(02) VALUE "00".
       77 WS-FS-DECK7          PIC X(02) VALUE "00".
       77 WS-FS-DECK8          PIC X(02) VALUE "00".
       77 WS-FS-CARRY          PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".
       77 WS-FS-ABERTURA       PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-ARQUIVO-ACABOU       VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO DRAWCMP
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.
       77 WS-CTL-TURNO         PIC X(08) VALUE SPACES.

      ****** VISAO DO COMANDO DO DECK (SO AS MARCAS DE SECAO INTERESSAM)
       01 WS-CMD-REGISTRO.
           05 WS-CMD-TIPO       PIC X(02).
           05 WS-CMD-RESTO      PIC X(18).
           05 WS-CMD-SECAO-VP REDEFINES WS-CMD-RESTO.
               10 FILLER        PIC X(01).
               10 WS-CMD-VP-ID  PIC X(04).
               10 FILLER        PIC X(13).
           05 WS-CMD-SECAO-DS REDEFINES WS-CMD-RESTO.
               10 FILLER        PIC X(01).
               10 WS-CMD-DS-ID  PIC X(08).
               10 FILLER        PIC X(09).
       77 WS-SECAO-ID          PIC X(12) VALUE SPACES.

      ****** PARQUE DE PLOTTERS, UMA POSICAO POR DECK DE SAIDA (PLOTDKn)
       77 WS-QTDE-PLOTTERS     PIC 9(01) VALUE ZERO.
       01 WS-TAB-PLOTTERS.
           05 WS-PLOTTER OCCURS 8 TIMES.
               10 WS-PLT-SITUACAO      PIC X(01).
                   88 WS-PLT-EM-USO           VALUE "S".
               10 WS-PLT-ID            PIC X(04).
               10 WS-PLT-DESCRICAO     PIC X(20).
               10 WS-PLT-PENAS.
                   15 WS-PLT-PENA OCCURS 8 TIMES PIC X(01).
               10 WS-PLT-VEL-PD        PIC 9(04).
               10 WS-PLT-VEL-PU        PIC 9(04).
               10 WS-PLT-MIN-TURNO     PIC 9(04).
               10 WS-PLT-MIN-USADOS    PIC 9(05)V99.
               10 WS-PLT-SECOES        PIC 9(05).
               10 WS-PLT-COMANDOS      PIC 9(08).

      ****** DIGITO DE CADA PENA NO CARROSSEL (POSICAO N = DIGITO N)
       01 WS-DIGITOS-PENA      PIC X(08) VALUE "12345678".
       01 WS-DIGITOS-PENA-R REDEFINES WS-DIGITOS-PENA.
           05 WS-DIGITO-PENA OCCURS 8 TIMES PIC X(01).

      ****** SECOES DO DECK, NA ORDEM DO DECK, COM A ESTIMATIVA DO
      ****** PLOTCHK E O PLOTTER ESCALADO (SITUACAO: BRANCO = A ESCALAR,
      ****** E = ESCALADA, P = SEM PLOTTER COM AS PENAS, T = NAO CABE
      ****** NO TURNO)
       77 WS-QTDE-SECOES       PIC 9(04) VALUE ZERO.
       01 WS-TAB-SECOES.
           05 WS-SECAO OCCURS 2000 TIMES.
               10 WS-SEC-ID            PIC X(12).
               10 WS-SEC-MIN-CHK       PIC 9(05)V99.
               10 WS-SEC-DIST-PD       PIC 9(07)V99.
               10 WS-SEC-DIST-PU       PIC 9(07)V99.
               10 WS-SEC-PENAS.
                   15 WS-SEC-PENA OCCURS 8 TIMES PIC X(01).
               10 WS-SEC-SITUACAO      PIC X(01).
                   88 WS-SEC-A-ESCALAR        VALUE " ".
                   88 WS-SEC-ESCALADA         VALUE "E".
                   88 WS-SEC-SEM-PENAS        VALUE "P".
                   88 WS-SEC-FORA-TURNO       VALUE "T".
               10 WS-SEC-PLOTTER       PIC 9(01).
               10 WS-SEC-MIN-PLT       PIC 9(05)V99.

      ****** TRAILER DAS ESTIMATIVAS
       77 WS-TRAILER-LIDO      PIC X(01) VALUE "N".
           88 WS-TEM-TRAILER          VALUE "S".
       77 WS-EST-INVALIDAS     PIC 9(08) VALUE ZERO.
       77 WS-EST-SECOES        PIC 9(08) VALUE ZERO.
       77 WS-TE-DATA           PIC 9(08) VALUE ZERO.
       77 WS-TE-HORA           PIC 9(08) VALUE ZERO.
       77 WS-TE-SECOES         PIC 9(08) VALUE ZERO.
       77 WS-TE-VIOLACOES      PIC 9(08) VALUE ZERO.

      ****** CONFERENCIA E DISTRIBUICAO DO DECK
       77 WS-DECK-SECOES       PIC 9(08) VALUE ZERO.
       77 WS-DECK-DIVERGENTES  PIC 9(08) VALUE ZERO.
       77 WS-DESTINO           PIC 9(01) VALUE ZERO.

      ****** ESCALA
       77 WS-SUB               PIC 9(04) VALUE ZERO.
       77 WS-MAIOR             PIC 9(04) VALUE ZERO.
       77 WS-PLT               PIC 9(02) VALUE ZERO.
       77 WS-PEN               PIC 9(02) VALUE ZERO.
       77 WS-ESCOLHIDO         PIC 9(01) VALUE ZERO.
       77 WS-HA-PENDENTE       PIC X(01) VALUE "S".
       77 WS-HA-ELEGIVEL       PIC X(01) VALUE "N".
       77 WS-PENAS-OK          PIC X(01) VALUE "S".
       77 WS-TEM-PENA          PIC X(01) VALUE "N".
       77 WS-TEMPO-PD          PIC 9(05)V9(04) VALUE ZERO.
       77 WS-TEMPO-PU          PIC 9(05)V9(04) VALUE ZERO.
       77 WS-TEMPO             PIC 9(05)V99 VALUE ZERO.
       77 WS-TEMPO-ESCOLHIDO   PIC 9(05)V99 VALUE ZERO.
       77 WS-CARGA             PIC 9(03)V9(06) VALUE ZERO.
       77 WS-CARGA-ESCOLHIDA   PIC 9(03)V9(06) VALUE ZERO.
       77 WS-ACUMULADO         PIC 9(06)V99 VALUE ZERO.
       77 WS-PENAS-EDITADAS    PIC X(08) VALUE SPACES.

      ****** CONTADORES
       77 WS-CONT-LIDOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-FORA-SECAO   PIC 9(08) VALUE ZERO.
       77 WS-CONT-PLT-LIDOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-PLT-FORA     PIC 9(08) VALUE ZERO.
       77 WS-CONT-PLT-REJEIT   PIC 9(08) VALUE ZERO.
       77 WS-CONT-ESCALADAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-TRANSPORTE   PIC 9(08) VALUE ZERO.
       77 WS-CONT-EXCEDENTES   PIC 9(08) VALUE ZERO.
       77 WS-CONT-CMD-ESCALA   PIC 9(08) VALUE ZERO.
       77 WS-CONT-CMD-TRANSP   PIC 9(08) VALUE ZERO.
       77 WS-MIN-ESCALADOS     PIC 9(07)V99 VALUE ZERO.
       77 WS-MIN-TRANSPORTE    PIC 9(07)V99 VALUE ZERO.

       77 WS-MSG-ABORTO        PIC X(60) VALUE SPACES.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** LINHAS DO RELATORIO DA ESCALA
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(40) VALUE
               "ESCALA DO PARQUE DE PLOTTERS POR TURNO".
           05 FILLER               PIC X(92) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(09) VALUE "  TURNO: ".
           05 WS-CAB-TURNO         PIC X(08).
           05 FILLER               PIC X(17) VALUE
               "  VERIFICADO EM: ".
           05 WS-CAB-TE-DATA       PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CAB-TE-HORA       PIC 9(08).
           05 FILLER               PIC X(51) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 WS-LT-TEXTO          PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB-PARQUE.
           05 FILLER               PIC X(38) VALUE
               "ID    DESCRICAO             PENAS     ".
           05 FILLER               PIC X(94) VALUE
               "VEL PD/PU   MIN  DECK     SITUACAO".

       01 WS-LINHA-PLOTTER.
           05 WS-LPL-ID            PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-DESCRICAO     PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-PENAS         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-VEL-PD        PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-LPL-VEL-PU        PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-MINUTOS       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-DECK          PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LPL-SITUACAO      PIC X(40).
           05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-LINHA-GRUPO.
           05 FILLER               PIC X(08) VALUE "PLOTTER ".
           05 WS-LGR-ID            PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LGR-DESCRICAO     PIC X(20).
           05 FILLER               PIC X(07) VALUE "  DECK ".
           05 WS-LGR-DECK          PIC X(07).
           05 FILLER               PIC X(84) VALUE SPACES.

       01 WS-LINHA-CAB-ESCALA.
           05 FILLER               PIC X(38) VALUE
               "    SECAO         PENAS      MIN CHK  ".
           05 FILLER               PIC X(94) VALUE
               " MIN PLT  ACUMULADO".

       01 WS-LINHA-ESCALA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LES-SECAO         PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LES-PENAS         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LES-MIN-CHK       PIC ZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LES-MIN-PLT       PIC ZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LES-ACUMULADO     PIC ZZZZZ9,99.
           05 FILLER               PIC X(75) VALUE SPACES.

       01 WS-LINHA-TOTAL-PLT.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "TOTAL: ".
           05 WS-LTP-SECOES        PIC ZZZZ9.
           05 FILLER               PIC X(09) VALUE " SECOES  ".
           05 WS-LTP-USADOS        PIC ZZZZ9,99.
           05 FILLER               PIC X(04) VALUE " DE ".
           05 WS-LTP-DISPONIVEL    PIC ZZZ9.
           05 FILLER               PIC X(12) VALUE " MIN  CARGA ".
           05 WS-LTP-CARGA         PIC ZZ9,9.
           05 FILLER               PIC X(01) VALUE "%".
           05 FILLER               PIC X(73) VALUE SPACES.

       01 WS-LINHA-CAB-TRANSPORTE.
           05 FILLER               PIC X(38) VALUE
               "    SECAO         PENAS      MIN CHK  ".
           05 FILLER               PIC X(94) VALUE "MOTIVO".

       01 WS-LINHA-TRANSPORTE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LTR-SECAO         PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTR-PENAS         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTR-MIN-CHK       PIC ZZZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LTR-MOTIVO        PIC X(40).
           05 FILLER               PIC X(54) VALUE SPACES.

      ****** RESUMO: LINHA INTEIRA PARA CONTAGENS, LINHA DECIMAL
      ****** PARA MINUTOS
       01 WS-LINHA-CONTAGEM.
           05 WS-LC-ROTULO          PIC X(28).
           05 WS-LC-VALOR           PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
           05 WS-LR-VALOR           PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                PERFORM P-CARREGA-ESTIMATIVAS THRU
                        P-CARREGA-ESTIMATIVAS-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-CARREGA-PLOTTERS THRU P-CARREGA-PLOTTERS-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-CONFERE-DECK THRU P-CONFERE-DECK-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-ESCALA THRU P-ESCALA-FIM
                PERFORM P-DISTRIBUI-DECK THRU P-DISTRIBUI-DECK-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-RELATA-ESCALA THRU P-RELATA-ESCALA-FIM
                PERFORM P-ENCERRA THRU P-ENCERRA-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO SER ABERTO; CARTAO RUIM = RC 16. SEM O
      * ARQUIVO DE CARTOES O TURNO SAI EM BRANCO NA ESCALA.
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
                DISPLAY "OPCOES VALIDADAS: TURNO=" WS-CTL-TURNO
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
                WHEN "TURNO"
                    IF WS-CTL-VALOR (9:56) NOT = SPACES
                        DISPLAY "TURNO INVALIDO (ATE 8 CARACTERES)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        MOVE WS-CTL-VALOR (1:8) TO WS-CTL-TURNO
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

      ******************************************************************
      * INICIALIZACAO - CARTOES E RELATORIO. A SEGUNDA LINHA DO
      * CABECALHO SO E ESCRITA DEPOIS DE LIDO O TRAILER DAS ESTIMATIVAS
      * (DATA E HORA DA VERIFICACAO).
      ******************************************************************

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            INITIALIZE WS-TAB-PLOTTERS

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. ESCALA ABORTADA."
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN OUTPUT REPORT-FILE

                IF WS-FS-REPORT NOT = "00"
                    DISPLAY
                    "ARQUIVO DE RELATORIO (SCHRPT) COM ERRO AO ABRIR ("
                    WS-FS-REPORT "). ESCALA ABORTADA."
                    MOVE 12 TO RETURN-CODE
                ELSE
                    MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
                    MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
                    MOVE WS-CTL-TURNO TO WS-CAB-TURNO
                    MOVE ZERO TO WS-CAB-TE-DATA
                    MOVE ZERO TO WS-CAB-TE-HORA

                    MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
                    WRITE RPT-LINHA
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

      ****** ESCALA INTERROMPIDA: MOTIVO NO CONSOLE E NO RELATORIO
       P-ABORTA.

            DISPLAY WS-MSG-ABORTO
            DISPLAY "ESCALA ABORTADA - NENHUM DECK GRAVADO."

            MOVE WS-MSG-ABORTO TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
            MOVE "ESCALA ABORTADA - NENHUM DECK GRAVADO." TO WS-LT-TEXTO
            MOVE WS-LINHA-TITULO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE REPORT-FILE
            .
       P-ABORTA-FIM.

      ******************************************************************
      * PARQUE DE PLOTTERS - O CADASTRO (PLTMSTR) E LIDO INTEIRO NA
      * ORDEM DA CHAVE. CADA PLOTTER EM SERVICO OCUPA A POSICAO DO SEU
      * DECK DE SAIDA; REGISTRO COM DECK FORA DE 1-8 OU JA USADO,
      * CARROSSEL MAL FORMADO OU SEM PENA, VELOCIDADE OU MINUTOS
      * ZERADOS E REJEITADO (LISTADO, RC 4) E O TURNO SEGUE SEM ELE.
      ******************************************************************

       P-CARREGA-PLOTTERS.

            MOVE "PARQUE DE PLOTTERS (PLTMSTR):" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
            MOVE WS-LINHA-CAB-PARQUE TO RPT-LINHA
            WRITE RPT-LINHA

            OPEN INPUT PLOTTER-FILE

            IF WS-FS-PLOTTER NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "CADASTRO DE PLOTTERS (PLTMSTR) INDISPONIVEL ("
                       WS-FS-PLOTTER ")." DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-LE-PLOTTER THRU P-LE-PLOTTER-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE PLOTTER-FILE
            END-IF
            .
       P-CARREGA-PLOTTERS-FIM.

       P-LE-PLOTTER.

            READ PLOTTER-FILE NEXT RECORD
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-PLT-LIDOS
                    PERFORM P-VALIDA-PLOTTER THRU P-VALIDA-PLOTTER-FIM
            END-READ
            .
       P-LE-PLOTTER-FIM.

       P-VALIDA-PLOTTER.

            MOVE PL-ID TO WS-LPL-ID
            MOVE PL-DESCRICAO TO WS-LPL-DESCRICAO
            MOVE PL-PENAS TO WS-LPL-PENAS
            MOVE ZERO TO WS-LPL-VEL-PD
            MOVE ZERO TO WS-LPL-VEL-PU
            MOVE ZERO TO WS-LPL-MINUTOS
            MOVE SPACES TO WS-LPL-DECK
            MOVE SPACES TO WS-LPL-SITUACAO

            IF PL-VEL-PD NUMERIC
                MOVE PL-VEL-PD TO WS-LPL-VEL-PD
            END-IF
            IF PL-VEL-PU NUMERIC
                MOVE PL-VEL-PU TO WS-LPL-VEL-PU
            END-IF
            IF PL-MIN-TURNO NUMERIC
                MOVE PL-MIN-TURNO TO WS-LPL-MINUTOS
            END-IF
            IF PL-DECK NUMERIC
                STRING "PLOTDK" PL-DECK DELIMITED BY SIZE
                    INTO WS-LPL-DECK
                END-STRING
            END-IF

            MOVE "S" TO WS-PENAS-OK
            MOVE "N" TO WS-TEM-PENA
            PERFORM P-CONFERE-CARROSSEL THRU P-CONFERE-CARROSSEL-FIM
                VARYING WS-PEN FROM 1 BY 1
                UNTIL WS-PEN > 8

            EVALUATE TRUE
                WHEN PL-FORA-SERVICO
                    MOVE "FORA DE SERVICO" TO WS-LPL-SITUACAO
                    ADD 1 TO WS-CONT-PLT-FORA
                WHEN NOT PL-EM-SERVICO
                    MOVE "REJEITADO: SITUACAO INVALIDA (A/I)"
                      TO WS-LPL-SITUACAO
                WHEN PL-DECK NOT NUMERIC
                  OR PL-DECK = ZERO OR PL-DECK = 9
                    MOVE "REJEITADO: DECK DE SAIDA FORA DE 1-8"
                      TO WS-LPL-SITUACAO
                WHEN WS-PENAS-OK = "N"
                    MOVE "REJEITADO: CARROSSEL MAL FORMADO"
                      TO WS-LPL-SITUACAO
                WHEN WS-TEM-PENA = "N"
                    MOVE "REJEITADO: NENHUMA PENA MONTADA"
                      TO WS-LPL-SITUACAO
                WHEN PL-VEL-PD NOT NUMERIC OR PL-VEL-PD = ZERO
                  OR PL-VEL-PU NOT NUMERIC OR PL-VEL-PU = ZERO
                    MOVE "REJEITADO: VELOCIDADE INVALIDA"
                      TO WS-LPL-SITUACAO
                WHEN PL-MIN-TURNO NOT NUMERIC OR PL-MIN-TURNO = ZERO
                    MOVE "REJEITADO: MINUTOS POR TURNO INVALIDOS"
                      TO WS-LPL-SITUACAO
                WHEN WS-PLT-EM-USO (PL-DECK)
                    STRING "REJEITADO: DECK JA USADO PELO "
                           WS-PLT-ID (PL-DECK) DELIMITED BY SIZE
                        INTO WS-LPL-SITUACAO
                    END-STRING
                WHEN OTHER
                    MOVE "EM SERVICO" TO WS-LPL-SITUACAO
                    MOVE "S" TO WS-PLT-SITUACAO (PL-DECK)
                    MOVE PL-ID TO WS-PLT-ID (PL-DECK)
                    MOVE PL-DESCRICAO TO WS-PLT-DESCRICAO (PL-DECK)
                    MOVE PL-PENAS TO WS-PLT-PENAS (PL-DECK)
                    MOVE PL-VEL-PD TO WS-PLT-VEL-PD (PL-DECK)
                    MOVE PL-VEL-PU TO WS-PLT-VEL-PU (PL-DECK)
                    MOVE PL-MIN-TURNO TO WS-PLT-MIN-TURNO (PL-DECK)
                    ADD 1 TO WS-QTDE-PLOTTERS
            END-EVALUATE

            IF WS-LPL-SITUACAO (1:9) = "REJEITADO"
                ADD 1 TO WS-CONT-PLT-REJEIT
                DISPLAY "AVISO: PLOTTER " PL-ID " "
                        WS-LPL-SITUACAO
            END-IF

            MOVE WS-LINHA-PLOTTER TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-VALIDA-PLOTTER-FIM.

      ****** POSICAO N DO CARROSSEL: DIGITO N (MONTADA) OU "-"
       P-CONFERE-CARROSSEL.

            IF PL-PENA (WS-PEN) = WS-DIGITO-PENA (WS-PEN)
                MOVE "S" TO WS-TEM-PENA
            ELSE
                IF PL-PENA (WS-PEN) NOT = "-"
                    MOVE "N" TO WS-PENAS-OK
                END-IF
            END-IF
            .
       P-CONFERE-CARROSSEL-FIM.

      ******************************************************************
      * ESTIMATIVAS DO PLOTCHK - UMA POR SECAO, NA ORDEM DO DECK, E O
      * TRAILER COM OS TOTAIS. SEM TRAILER (VERIFICACAO INCOMPLETA) OU
      * COM CONTAGEM DIVERGENTE O ARQUIVO NAO SERVE (RC 12); COM
      * VIOLACAO O DECK NAO FOI LIBERADO (RC 8). SECOES ALEM DA TABELA
      * SO SAO CONTADAS E IRAO PARA O TRANSPORTE.
      ******************************************************************

       P-CARREGA-ESTIMATIVAS.

            OPEN INPUT ESTIMATE-FILE

            IF WS-FS-ESTIMA NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ESTIMATIVAS DO PLOTCHK (CHKEST) INDISPONIVEIS ("
                       WS-FS-ESTIMA ")." DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-LE-ESTIMATIVA THRU P-LE-ESTIMATIVA-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE ESTIMATE-FILE

                MOVE WS-TE-DATA TO WS-CAB-TE-DATA
                MOVE WS-TE-HORA TO WS-CAB-TE-HORA

                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
                WRITE RPT-LINHA

                EVALUATE TRUE
                    WHEN NOT WS-TEM-TRAILER
                        MOVE SPACES TO WS-MSG-ABORTO
                        STRING "ESTIMATIVAS SEM TRAILER - "
                               "VERIFICACAO INCOMPLETA."
                               DELIMITED BY SIZE
                            INTO WS-MSG-ABORTO
                        END-STRING
                        PERFORM P-ABORTA THRU P-ABORTA-FIM
                        MOVE 12 TO RETURN-CODE
                    WHEN WS-EST-INVALIDAS > ZERO
                      OR WS-TE-SECOES NOT = WS-EST-SECOES
                        MOVE SPACES TO WS-MSG-ABORTO
                        STRING "ESTIMATIVAS INCONSISTENTES "
                               "COM O PROPRIO TRAILER."
                               DELIMITED BY SIZE
                            INTO WS-MSG-ABORTO
                        END-STRING
                        PERFORM P-ABORTA THRU P-ABORTA-FIM
                        MOVE 12 TO RETURN-CODE
                    WHEN WS-TE-VIOLACOES > ZERO
                        MOVE SPACES TO WS-MSG-ABORTO
                        STRING "DECK NAO LIBERADO PELO PLOTCHK ("
                               WS-TE-VIOLACOES " VIOLACOES)."
                               DELIMITED BY SIZE
                            INTO WS-MSG-ABORTO
                        END-STRING
                        PERFORM P-ABORTA THRU P-ABORTA-FIM
                        MOVE 8 TO RETURN-CODE
                END-EVALUATE
            END-IF
            .
       P-CARREGA-ESTIMATIVAS-FIM.

       P-LE-ESTIMATIVA.

            READ ESTIMATE-FILE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    EVALUATE TRUE
                        WHEN WS-TEM-TRAILER
                            ADD 1 TO WS-EST-INVALIDAS
                        WHEN SE-TIPO-SECAO
                            PERFORM P-GUARDA-ESTIMATIVA THRU
                                    P-GUARDA-ESTIMATIVA-FIM
                        WHEN SE-TIPO-TRAILER
                            MOVE "S" TO WS-TRAILER-LIDO
                            MOVE SE-TE-DATA TO WS-TE-DATA
                            MOVE SE-TE-HORA TO WS-TE-HORA
                            MOVE SE-TE-SECOES TO WS-TE-SECOES
                            MOVE SE-TE-VIOLACOES TO WS-TE-VIOLACOES
                        WHEN OTHER
                            ADD 1 TO WS-EST-INVALIDAS
                    END-EVALUATE
            END-READ
            .
       P-LE-ESTIMATIVA-FIM.

       P-GUARDA-ESTIMATIVA.

            ADD 1 TO WS-EST-SECOES

            IF WS-QTDE-SECOES = 2000
                ADD 1 TO WS-CONT-EXCEDENTES
                ADD SE-MINUTOS TO WS-MIN-TRANSPORTE
            ELSE
                ADD 1 TO WS-QTDE-SECOES
                MOVE SE-SECAO-ID TO WS-SEC-ID (WS-QTDE-SECOES)
                MOVE SE-MINUTOS TO WS-SEC-MIN-CHK (WS-QTDE-SECOES)
                MOVE SE-DIST-PD TO WS-SEC-DIST-PD (WS-QTDE-SECOES)
                MOVE SE-DIST-PU TO WS-SEC-DIST-PU (WS-QTDE-SECOES)
                MOVE SE-PENAS TO WS-SEC-PENAS (WS-QTDE-SECOES)
                MOVE SPACE TO WS-SEC-SITUACAO (WS-QTDE-SECOES)
                MOVE ZERO TO WS-SEC-PLOTTER (WS-QTDE-SECOES)
                MOVE ZERO TO WS-SEC-MIN-PLT (WS-QTDE-SECOES)
            END-IF
            .
       P-GUARDA-ESTIMATIVA-FIM.

      ******************************************************************
      * CONFERENCIA DO DECK - AS MARCAS DE SECAO (VP/DS) DO PLOTDECK
      * TEM DE CASAR UMA A UMA, NA MESMA ORDEM, COM AS ESTIMATIVAS:
      * OUTRO DECK OU OUTRA VERIFICACAO NAO PODE SER ESCALADO (RC 12).
      ******************************************************************

       P-CONFERE-DECK.

            OPEN INPUT PLOT-DECK

            IF WS-FS-PLOT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "DECK DE PLOTAGEM (PLOTDECK) NAO ENCONTRADO ("
                       WS-FS-PLOT ")." DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                PERFORM P-CONFERE-COMANDO THRU P-CONFERE-COMANDO-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE PLOT-DECK

                IF WS-DECK-SECOES NOT = WS-EST-SECOES
                   OR WS-DECK-DIVERGENTES > ZERO
                    MOVE SPACES TO WS-MSG-ABORTO
                    STRING "SECOES DO PLOTDECK NAO CASAM COM AS "
                           "ESTIMATIVAS"
                           DELIMITED BY SIZE
                        INTO WS-MSG-ABORTO
                    END-STRING
                    PERFORM P-ABORTA THRU P-ABORTA-FIM
                    MOVE 12 TO RETURN-CODE
                END-IF
            END-IF
            .
       P-CONFERE-DECK-FIM.

       P-CONFERE-COMANDO.

            READ PLOT-DECK
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS
                    MOVE PD-LINHA TO WS-CMD-REGISTRO

                    IF WS-CMD-TIPO = "VP" OR WS-CMD-TIPO = "DS"
                        ADD 1 TO WS-DECK-SECOES
                        PERFORM P-MONTA-SECAO-ID THRU
                                P-MONTA-SECAO-ID-FIM

                        IF WS-DECK-SECOES NOT > WS-QTDE-SECOES
                            IF WS-SECAO-ID NOT =
                               WS-SEC-ID (WS-DECK-SECOES)
                                ADD 1 TO WS-DECK-DIVERGENTES
                                DISPLAY "SECAO " WS-DECK-SECOES
                                        " DO DECK: " WS-SECAO-ID
                                        " ESTIMATIVA: "
                                        WS-SEC-ID (WS-DECK-SECOES)
                            END-IF
                        END-IF
                    END-IF
            END-READ
            .
       P-CONFERE-COMANDO-FIM.

      ****** MESMA IDENTIFICACAO DE SECAO DO PLOTCHK ("VP xxxx",
      ****** "DS xxxxxxxx")
       P-MONTA-SECAO-ID.

            MOVE SPACES TO WS-SECAO-ID

            IF WS-CMD-TIPO = "VP"
                STRING "VP " WS-CMD-VP-ID DELIMITED BY SIZE
                    INTO WS-SECAO-ID
                END-STRING
            ELSE
                STRING "DS " WS-CMD-DS-ID DELIMITED BY SIZE
                    INTO WS-SECAO-ID
                END-STRING
            END-IF
            .
       P-MONTA-SECAO-ID-FIM.

      ******************************************************************
      * ESCALA - A MAIOR SECAO AINDA NAO ESCALADA (MINUTOS DO PLOTCHK;
      * EMPATE FICA COM A PRIMEIRA DO DECK) VAI PARA O PLOTTER QUE TEM
      * TODAS AS SUAS PENAS, AINDA A COMPORTA NO TURNO E TERMINA COM A
      * MENOR FRACAO DO TURNO OCUPADA. O TEMPO NO PLOTTER E REFEITO COM
      * AS VELOCIDADES DELE SOBRE AS DISTANCIAS DO PLOTCHK.
      ******************************************************************

       P-ESCALA.

            MOVE "S" TO WS-HA-PENDENTE

            PERFORM P-ESCALA-UMA THRU P-ESCALA-UMA-FIM
                UNTIL WS-HA-PENDENTE = "N"

      ****** AS SECOES ALEM DA TABELA VAO INTEIRAS PARA O TRANSPORTE
            ADD WS-CONT-EXCEDENTES TO WS-CONT-TRANSPORTE
            .
       P-ESCALA-FIM.

       P-ESCALA-UMA.

            MOVE ZERO TO WS-MAIOR

            PERFORM P-PROCURA-MAIOR THRU P-PROCURA-MAIOR-FIM
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTDE-SECOES

            IF WS-MAIOR = ZERO
                MOVE "N" TO WS-HA-PENDENTE
            ELSE
                MOVE ZERO TO WS-ESCOLHIDO
                MOVE "N" TO WS-HA-ELEGIVEL

                PERFORM P-AVALIA-PLOTTER THRU P-AVALIA-PLOTTER-FIM
                    VARYING WS-PLT FROM 1 BY 1
                    UNTIL WS-PLT > 8

                EVALUATE TRUE
                    WHEN WS-ESCOLHIDO > ZERO
                        MOVE "E" TO WS-SEC-SITUACAO (WS-MAIOR)
                        MOVE WS-ESCOLHIDO TO WS-SEC-PLOTTER (WS-MAIOR)
                        MOVE WS-TEMPO-ESCOLHIDO
                          TO WS-SEC-MIN-PLT (WS-MAIOR)
                        ADD WS-TEMPO-ESCOLHIDO TO
                            WS-PLT-MIN-USADOS (WS-ESCOLHIDO)
                        ADD 1 TO WS-PLT-SECOES (WS-ESCOLHIDO)
                        ADD 1 TO WS-CONT-ESCALADAS
                        ADD WS-TEMPO-ESCOLHIDO TO WS-MIN-ESCALADOS
                    WHEN WS-HA-ELEGIVEL = "S"
                        MOVE "T" TO WS-SEC-SITUACAO (WS-MAIOR)
                        ADD 1 TO WS-CONT-TRANSPORTE
                        ADD WS-SEC-MIN-CHK (WS-MAIOR)
                          TO WS-MIN-TRANSPORTE
                    WHEN OTHER
                        MOVE "P" TO WS-SEC-SITUACAO (WS-MAIOR)
                        ADD 1 TO WS-CONT-TRANSPORTE
                        ADD WS-SEC-MIN-CHK (WS-MAIOR)
                          TO WS-MIN-TRANSPORTE
                END-EVALUATE
            END-IF
            .
       P-ESCALA-UMA-FIM.

       P-PROCURA-MAIOR.

            IF WS-SEC-A-ESCALAR (WS-SUB)
                IF WS-MAIOR = ZERO
                    MOVE WS-SUB TO WS-MAIOR
                ELSE
                    IF WS-SEC-MIN-CHK (WS-SUB) >
                       WS-SEC-MIN-CHK (WS-MAIOR)
                        MOVE WS-SUB TO WS-MAIOR
                    END-IF
                END-IF
            END-IF
            .
       P-PROCURA-MAIOR-FIM.

       P-AVALIA-PLOTTER.

            IF WS-PLT-EM-USO (WS-PLT)
                MOVE "S" TO WS-PENAS-OK
                PERFORM P-CONFERE-PENA THRU P-CONFERE-PENA-FIM
                    VARYING WS-PEN FROM 1 BY 1
                    UNTIL WS-PEN > 8

                IF WS-PENAS-OK = "S"
                    PERFORM P-CARGA-PLOTTER THRU P-CARGA-PLOTTER-FIM
                END-IF
            END-IF
            .
       P-AVALIA-PLOTTER-FIM.

      ****** PLOTTER COM TODAS AS PENAS DA SECAO: CABENDO NO TURNO, A
      ****** MENOR CARGA RELATIVA FICA COM A SECAO
       P-CARGA-PLOTTER.

            MOVE "S" TO WS-HA-ELEGIVEL

            COMPUTE WS-TEMPO-PD ROUNDED =
                WS-SEC-DIST-PD (WS-MAIOR) / WS-PLT-VEL-PD (WS-PLT)
            COMPUTE WS-TEMPO-PU ROUNDED =
                WS-SEC-DIST-PU (WS-MAIOR) / WS-PLT-VEL-PU (WS-PLT)
            COMPUTE WS-TEMPO ROUNDED = WS-TEMPO-PD + WS-TEMPO-PU

            IF WS-PLT-MIN-USADOS (WS-PLT) + WS-TEMPO NOT >
               WS-PLT-MIN-TURNO (WS-PLT)
                COMPUTE WS-CARGA ROUNDED =
                    (WS-PLT-MIN-USADOS (WS-PLT) + WS-TEMPO) /
                    WS-PLT-MIN-TURNO (WS-PLT)

                IF WS-ESCOLHIDO = ZERO
                   OR WS-CARGA < WS-CARGA-ESCOLHIDA
                    MOVE WS-PLT TO WS-ESCOLHIDO
                    MOVE WS-CARGA TO WS-CARGA-ESCOLHIDA
                    MOVE WS-TEMPO TO WS-TEMPO-ESCOLHIDO
                END-IF
            END-IF
            .
       P-CARGA-PLOTTER-FIM.

      ****** TODA PENA SELECIONADA NA SECAO TEM DE ESTAR NO CARROSSEL
       P-CONFERE-PENA.

            IF WS-SEC-PENA (WS-MAIOR, WS-PEN) = "S"
               AND WS-PLT-PENA (WS-PLT, WS-PEN) NOT =
                   WS-DIGITO-PENA (WS-PEN)
                MOVE "N" TO WS-PENAS-OK
            END-IF
            .
       P-CONFERE-PENA-FIM.

      ******************************************************************
      * DISTRIBUICAO - O DECK E RELIDO E CADA SECAO E COPIADA, SEM
      * ALTERACAO, PARA O DECK DO SEU PLOTTER; AS NAO ESCALADAS, AS
      * ALEM DA TABELA E QUALQUER COMANDO ANTES DA PRIMEIRA SECAO VAO
      * PARA O TRANSPORTE (CARRYOVR). SO OS DECKS DOS PLOTTERS EM
      * SERVICO SAO ABERTOS (UM PLOTTER SEM SECAO RECEBE DECK VAZIO).
      ******************************************************************

       P-DISTRIBUI-DECK.

            MOVE "00" TO WS-FS-ABERTURA

            PERFORM P-ABRE-DECK THRU P-ABRE-DECK-FIM
                VARYING WS-PLT FROM 1 BY 1
                UNTIL WS-PLT > 8

            OPEN OUTPUT CARRY-FILE
            IF WS-FS-CARRY NOT = "00"
                MOVE WS-FS-CARRY TO WS-FS-ABERTURA
            END-IF

            OPEN INPUT PLOT-DECK
            IF WS-FS-PLOT NOT = "00"
                MOVE WS-FS-PLOT TO WS-FS-ABERTURA
            END-IF

            IF WS-FS-ABERTURA NOT = "00"
                PERFORM P-FECHA-DECKS THRU P-FECHA-DECKS-FIM
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "DECKS DE SAIDA OU PLOTDECK COM ERRO AO ABRIR ("
                       WS-FS-ABERTURA ")." DELIMITED BY SIZE
                    INTO WS-MSG-ABORTO
                END-STRING
                PERFORM P-ABORTA THRU P-ABORTA-FIM
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO
                MOVE ZERO TO WS-DECK-SECOES
                MOVE ZERO TO WS-DESTINO

                PERFORM P-DISTRIBUI-COMANDO THRU P-DISTRIBUI-COMANDO-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                PERFORM P-FECHA-DECKS THRU P-FECHA-DECKS-FIM
            END-IF
            .
       P-DISTRIBUI-DECK-FIM.

       P-ABRE-DECK.

            IF WS-PLT-EM-USO (WS-PLT)
                EVALUATE WS-PLT
                    WHEN 1
                        OPEN OUTPUT DECK1-FILE
                        IF WS-FS-DECK1 NOT = "00"
                            MOVE WS-FS-DECK1 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 2
                        OPEN OUTPUT DECK2-FILE
                        IF WS-FS-DECK2 NOT = "00"
                            MOVE WS-FS-DECK2 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 3
                        OPEN OUTPUT DECK3-FILE
                        IF WS-FS-DECK3 NOT = "00"
                            MOVE WS-FS-DECK3 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 4
                        OPEN OUTPUT DECK4-FILE
                        IF WS-FS-DECK4 NOT = "00"
                            MOVE WS-FS-DECK4 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 5
                        OPEN OUTPUT DECK5-FILE
                        IF WS-FS-DECK5 NOT = "00"
                            MOVE WS-FS-DECK5 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 6
                        OPEN OUTPUT DECK6-FILE
                        IF WS-FS-DECK6 NOT = "00"
                            MOVE WS-FS-DECK6 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 7
                        OPEN OUTPUT DECK7-FILE
                        IF WS-FS-DECK7 NOT = "00"
                            MOVE WS-FS-DECK7 TO WS-FS-ABERTURA
                        END-IF
                    WHEN 8
                        OPEN OUTPUT DECK8-FILE
                        IF WS-FS-DECK8 NOT = "00"
                            MOVE WS-FS-DECK8 TO WS-FS-ABERTURA
                        END-IF
                END-EVALUATE
            END-IF
            .
       P-ABRE-DECK-FIM.

       P-FECHA-DECKS.

            IF WS-PLT-EM-USO (1)
                CLOSE DECK1-FILE
            END-IF
            IF WS-PLT-EM-USO (2)
                CLOSE DECK2-FILE
            END-IF
            IF WS-PLT-EM-USO (3)
                CLOSE DECK3-FILE
            END-IF
            IF WS-PLT-EM-USO (4)
                CLOSE DECK4-FILE
            END-IF
            IF WS-PLT-EM-USO (5)
                CLOSE DECK5-FILE
            END-IF
            IF WS-PLT-EM-USO (6)
                CLOSE DECK6-FILE
            END-IF
            IF WS-PLT-EM-USO (7)
                CLOSE DECK7-FILE
            END-IF
            IF WS-PLT-EM-USO (8)
                CLOSE DECK8-FILE
            END-IF

            CLOSE CARRY-FILE
            CLOSE PLOT-DECK
            .
       P-FECHA-DECKS-FIM.

       P-DISTRIBUI-COMANDO.

            READ PLOT-DECK
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    MOVE PD-LINHA TO WS-CMD-REGISTRO

                    IF WS-CMD-TIPO = "VP" OR WS-CMD-TIPO = "DS"
                        ADD 1 TO WS-DECK-SECOES
                        MOVE ZERO TO WS-DESTINO
                        IF WS-DECK-SECOES NOT > WS-QTDE-SECOES
                            IF WS-SEC-ESCALADA (WS-DECK-SECOES)
                                MOVE WS-SEC-PLOTTER (WS-DECK-SECOES)
                                  TO WS-DESTINO
                            END-IF
                        END-IF
                    ELSE
                        IF WS-DECK-SECOES = ZERO
                            ADD 1 TO WS-CONT-FORA-SECAO
                        END-IF
                    END-IF

                    PERFORM P-GRAVA-COMANDO THRU P-GRAVA-COMANDO-FIM
            END-READ
            .
       P-DISTRIBUI-COMANDO-FIM.

       P-GRAVA-COMANDO.

            EVALUATE WS-DESTINO
                WHEN 1
                    WRITE DK1-LINHA FROM PD-LINHA
                WHEN 2
                    WRITE DK2-LINHA FROM PD-LINHA
                WHEN 3
                    WRITE DK3-LINHA FROM PD-LINHA
                WHEN 4
                    WRITE DK4-LINHA FROM PD-LINHA
                WHEN 5
                    WRITE DK5-LINHA FROM PD-LINHA
                WHEN 6
                    WRITE DK6-LINHA FROM PD-LINHA
                WHEN 7
                    WRITE DK7-LINHA FROM PD-LINHA
                WHEN 8
                    WRITE DK8-LINHA FROM PD-LINHA
                WHEN OTHER
                    WRITE CO-LINHA FROM PD-LINHA
            END-EVALUATE

            IF WS-DESTINO = ZERO
                ADD 1 TO WS-CONT-CMD-TRANSP
            ELSE
                ADD 1 TO WS-CONT-CMD-ESCALA
                ADD 1 TO WS-PLT-COMANDOS (WS-DESTINO)
            END-IF
            .
       P-GRAVA-COMANDO-FIM.

      ******************************************************************
      * RELATORIO DA ESCALA - POR PLOTTER, AS SECOES NA ORDEM DO DECK
      * COM OS MINUTOS NO PLOTTER E A CARGA ACUMULADA; DEPOIS O
      * TRANSPORTE PARA O PROXIMO TURNO COM O MOTIVO.
      ******************************************************************

       P-RELATA-ESCALA.

            PERFORM P-RELATA-PLOTTER THRU P-RELATA-PLOTTER-FIM
                VARYING WS-PLT FROM 1 BY 1
                UNTIL WS-PLT > 8

            MOVE "TRANSPORTE PARA O PROXIMO TURNO (CARRYOVR):"
              TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM
            MOVE WS-LINHA-CAB-TRANSPORTE TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-RELATA-TRANSPORTE THRU P-RELATA-TRANSPORTE-FIM
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-QTDE-SECOES

            IF WS-CONT-EXCEDENTES > ZERO
                MOVE SPACES TO WS-LINHA-TRANSPORTE
                MOVE "(DEMAIS)" TO WS-LTR-SECAO
                MOVE SPACES TO WS-LTR-MOTIVO
                STRING WS-CONT-EXCEDENTES
                       " SECOES ALEM DA TABELA (2000)"
                       DELIMITED BY SIZE
                    INTO WS-LTR-MOTIVO
                END-STRING
                MOVE WS-LINHA-TRANSPORTE TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF

            IF WS-CONT-FORA-SECAO > ZERO
                MOVE SPACES TO WS-LINHA-TRANSPORTE
                MOVE "(INICIO)" TO WS-LTR-SECAO
                MOVE SPACES TO WS-LTR-MOTIVO
                STRING WS-CONT-FORA-SECAO
                       " COMANDOS ANTES DA 1A SECAO"
                       DELIMITED BY SIZE
                    INTO WS-LTR-MOTIVO
                END-STRING
                MOVE WS-LINHA-TRANSPORTE TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-RELATA-ESCALA-FIM.

       P-RELATA-PLOTTER.

            IF WS-PLT-EM-USO (WS-PLT)
                MOVE WS-PLT-ID (WS-PLT) TO WS-LGR-ID
                MOVE WS-PLT-DESCRICAO (WS-PLT) TO WS-LGR-DESCRICAO
                MOVE SPACES TO WS-LGR-DECK
                STRING "PLOTDK" WS-PLT (2:1) DELIMITED BY SIZE
                    INTO WS-LGR-DECK
                END-STRING

                MOVE SPACES TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WS-LINHA-GRUPO TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE WS-LINHA-CAB-ESCALA TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE ZERO TO WS-ACUMULADO

                PERFORM P-RELATA-SECAO THRU P-RELATA-SECAO-FIM
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-QTDE-SECOES

                MOVE WS-PLT-SECOES (WS-PLT) TO WS-LTP-SECOES
                MOVE WS-PLT-MIN-USADOS (WS-PLT) TO WS-LTP-USADOS
                MOVE WS-PLT-MIN-TURNO (WS-PLT) TO WS-LTP-DISPONIVEL
                COMPUTE WS-LTP-CARGA ROUNDED =
                    WS-PLT-MIN-USADOS (WS-PLT) * 100 /
                    WS-PLT-MIN-TURNO (WS-PLT)

                MOVE WS-LINHA-TOTAL-PLT TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-RELATA-PLOTTER-FIM.

       P-RELATA-SECAO.

            IF WS-SEC-ESCALADA (WS-SUB)
               AND WS-SEC-PLOTTER (WS-SUB) = WS-PLT
                ADD WS-SEC-MIN-PLT (WS-SUB) TO WS-ACUMULADO

                PERFORM P-EDITA-PENAS THRU P-EDITA-PENAS-FIM

                MOVE WS-SEC-ID (WS-SUB) TO WS-LES-SECAO
                MOVE WS-PENAS-EDITADAS TO WS-LES-PENAS
                MOVE WS-SEC-MIN-CHK (WS-SUB) TO WS-LES-MIN-CHK
                MOVE WS-SEC-MIN-PLT (WS-SUB) TO WS-LES-MIN-PLT
                MOVE WS-ACUMULADO TO WS-LES-ACUMULADO

                MOVE WS-LINHA-ESCALA TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-RELATA-SECAO-FIM.

       P-RELATA-TRANSPORTE.

            IF WS-SEC-SEM-PENAS (WS-SUB) OR WS-SEC-FORA-TURNO (WS-SUB)
                PERFORM P-EDITA-PENAS THRU P-EDITA-PENAS-FIM

                MOVE WS-SEC-ID (WS-SUB) TO WS-LTR-SECAO
                MOVE WS-PENAS-EDITADAS TO WS-LTR-PENAS
                MOVE WS-SEC-MIN-CHK (WS-SUB) TO WS-LTR-MIN-CHK

                IF WS-SEC-SEM-PENAS (WS-SUB)
                    MOVE "NENHUM PLOTTER EM SERVICO TEM AS PENAS"
                      TO WS-LTR-MOTIVO
                ELSE
                    MOVE "NAO CABE NO TURNO" TO WS-LTR-MOTIVO
                END-IF

                MOVE WS-LINHA-TRANSPORTE TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            .
       P-RELATA-TRANSPORTE-FIM.

      ****** PENAS DA SECAO NO FORMATO DO CARROSSEL ("1-3-----")
       P-EDITA-PENAS.

            MOVE ALL "-" TO WS-PENAS-EDITADAS

            PERFORM P-EDITA-UMA-PENA THRU P-EDITA-UMA-PENA-FIM
                VARYING WS-PEN FROM 1 BY 1
                UNTIL WS-PEN > 8
            .
       P-EDITA-PENAS-FIM.

       P-EDITA-UMA-PENA.

            IF WS-SEC-PENA (WS-SUB, WS-PEN) = "S"
                MOVE WS-DIGITO-PENA (WS-PEN) TO
                     WS-PENAS-EDITADAS (WS-PEN:1)
            END-IF
            .
       P-EDITA-UMA-PENA-FIM.

       P-ENCERRA.

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "COMANDOS LIDOS:             " TO WS-LC-ROTULO
            MOVE WS-CONT-LIDOS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "SECOES NO DECK:             " TO WS-LC-ROTULO
            MOVE WS-EST-SECOES TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PLOTTERS EM SERVICO:        " TO WS-LC-ROTULO
            MOVE WS-QTDE-PLOTTERS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PLOTTERS FORA DE SERVICO:   " TO WS-LC-ROTULO
            MOVE WS-CONT-PLT-FORA TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PLOTTERS REJEITADOS:        " TO WS-LC-ROTULO
            MOVE WS-CONT-PLT-REJEIT TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "SECOES ESCALADAS:           " TO WS-LC-ROTULO
            MOVE WS-CONT-ESCALADAS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "SECOES TRANSPORTADAS:       " TO WS-LC-ROTULO
            MOVE WS-CONT-TRANSPORTE TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "COMANDOS NOS DECKS:         " TO WS-LC-ROTULO
            MOVE WS-CONT-CMD-ESCALA TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "COMANDOS TRANSPORTADOS:     " TO WS-LC-ROTULO
            MOVE WS-CONT-CMD-TRANSP TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "MINUTOS ESCALADOS:          " TO WS-LR-ROTULO
            MOVE WS-MIN-ESCALADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "MINUTOS TRANSPORTADOS:      " TO WS-LR-ROTULO
            MOVE WS-MIN-TRANSPORTE TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE REPORT-FILE

            DISPLAY " "
            DISPLAY "RESUMO DA ESCALA DO TURNO " WS-CTL-TURNO ":"
            DISPLAY "SECOES:        " WS-EST-SECOES
            DISPLAY "PLOTTERS:      " WS-QTDE-PLOTTERS
            DISPLAY "ESCALADAS:     " WS-CONT-ESCALADAS
            DISPLAY "TRANSPORTADAS: " WS-CONT-TRANSPORTE

            EVALUATE TRUE
                WHEN WS-QTDE-PLOTTERS = ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CONT-TRANSPORTE > ZERO
                  OR WS-CONT-FORA-SECAO > ZERO
                  OR WS-CONT-PLT-REJEIT > ZERO
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE
            .
       P-ENCERRA-FIM.

       END PROGRAM PLOTSCH.
