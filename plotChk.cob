      *          that viewport. DS sections (drawing decks) carry no
      *          window on the marker, so they get the command checks
      *          and the distance accounting but no window check.
      *          Labels are checked too: SI (size) must be positive,
      *          DI (direction) within -360..360, and an LB needs an
      *          open section, a selected pen, an SI earlier in the
      *          section and some text; inside a VP section the whole
      *          character box of the LB text must lie in the window.
      *          Each lettered character is costed at three heights of
      *          pen-down travel and one of pen-up (cell width 0,8 of
      *          the height), and the pen ends at the end of the text.
      *          Per section and in total the report (CHKRPT) shows
      *          the pen-down distance, the pen-up travel (Manhattan,
      *          as the generator orders it) and the estimated plot
      *          minutes from the pen-speed card. Each DS section
      *          that passes without a violation is posted to the
      *          DWGMSTR drawing-status master through DWGREG as
      *          VERIFIED, with its stroke and label count.
      *          The same per-section figures, with the pens each
      *          section selects with SP and its violation count, go
      *          to the CHKEST estimate file in deck order, closed by
      *          a trailer with the deck totals, for the plotter pool
      *          scheduler (PLOTSCH). Every run also appends to the
      *          USAGE file one usage record per section (run date
      *          and time, drawing ID or VP-ID, pen-down distance,
      *          pen-up travel, estimated minutes and pen swaps - a
      *          change from one pen to another inside the section)
      *          and a record closing the run with its violation
      *          count, for the monthly chargeback (CHGBACK).
      *          The MG record that closes each generator section
      *          (segments merged away and pen lifts saved by the
      *          collinear merge and polyline chaining in PLOTGEN) is
      *          validated and reported per section (-TR/-PU) and in
      *          total.
      *
      *          SYSIN supplies the pen-speed card, one value per
      *          line, in coordinate units per minute (4 digits):
      *          A clean deck ends with RETURN-CODE 0 so the job can
      *          chain straight to the plot step; any violation ends
      *          with 8 and the diagnostic listing, 12 on a file
      *          error (deck, master, report, estimate or usage file
      *          unusable).
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT ESTIMATE-FILE ASSIGN TO "CHKEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTIMA.

           SELECT USAGE-FILE ASSIGN TO "USAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-USO.

       DATA DIVISION.
       FILE SECTION.
       FD  PLOT-DECK
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       FD  ESTIMATE-FILE
           LABEL RECORDS ARE OMITTED.
       COPY CHKEST.

       FD  USAGE-FILE
           LABEL RECORDS ARE OMITTED.
       COPY USOREC.

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-PLOT           PIC X(02) VALUE "00".
       77 WS-FS-VIEWPORT       PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".
       77 WS-FS-ESTIMA         PIC X(02) VALUE "00".
       77 WS-FS-USO            PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-FIM-DECK             VALUE "S".
               10 FILLER        PIC X(01).
               10 WS-CMD-DS-ID  PIC X(08).
               10 FILLER        PIC X(09).
           05 WS-CMD-PARAMETRO REDEFINES WS-CMD-RESTO.
               10 FILLER        PIC X(01).
               10 WS-CMD-VALOR  PIC X(07).
               10 FILLER        PIC X(10).
           05 WS-CMD-ROTULO REDEFINES WS-CMD-RESTO.
               10 WS-CMD-LB-TEXTO PIC X(18).
           05 WS-CMD-MOVIMENTO REDEFINES WS-CMD-RESTO.
               10 FILLER        PIC X(01).
               10 WS-CMD-X      PIC X(07).
               10 FILLER        PIC X(01).
               10 WS-CMD-Y      PIC X(07).
               10 FILLER        PIC X(02).
           05 WS-CMD-FUSAO-VISTA REDEFINES WS-CMD-RESTO.
               10 FILLER        PIC X(01).
               10 WS-CMD-MG-TRACOS   PIC 9(06).
               10 FILLER        PIC X(01).
               10 WS-CMD-MG-ERGUIDAS PIC 9(06).
               10 FILLER        PIC X(04).

      ****** CONVERSAO DA COORDENADA EDITADA (-ZZ9,99) DE VOLTA A
      ****** VALOR NUMERICO
           88 WS-JANELA-CONHECIDA     VALUE "S".
       77 WS-PENA-ATUAL        PIC 9(01) VALUE ZERO.
       77 WS-PENA-SELECIONADA  PIC X(01) VALUE "N".
       77 WS-PENA-ANTERIOR     PIC 9(01) VALUE ZERO.

       77 WS-XMIN              PIC S999V99 VALUE ZERO.
       77 WS-XMAX              PIC S999V99 VALUE ZERO.
       77 WS-DIF-TMP           PIC S9(04)V99 VALUE ZERO.
       77 WS-DIST-MOVIMENTO    PIC 9(05)V99 VALUE ZERO.

      ****** ROTULO CORRENTE: TAMANHO (SI, ZERO = AINDA NAO DADO NA
      ****** SECAO), DIRECAO (DI) E A CAIXA DOS CARACTERES DO LB
       77 WS-ROT-ALTURA        PIC S999V99 VALUE ZERO.
       77 WS-ROT-ANGULO        PIC S999V99 VALUE ZERO.
       77 WS-ROT-RAD           PIC S99V9(06) VALUE ZERO.
       77 WS-ROT-COS           PIC S9V9(08) VALUE 1.
       77 WS-ROT-SEN           PIC S9V9(08) VALUE ZERO.
       77 WS-ROT-CELULA        PIC 9V99 VALUE 0,80.
       77 WS-ROT-PD-CHAR       PIC 9V99 VALUE 3.
       77 WS-ROT-PU-CHAR       PIC 9V99 VALUE 1.
       77 WS-ROT-TAMANHO       PIC 9(02) VALUE ZERO.
       77 WS-ROT-BRANCOS       PIC 9(02) VALUE ZERO.
       77 WS-ROT-LARGURA       PIC S9(05)V99 VALUE ZERO.
       77 WS-ROT-FIM-X         PIC S9(05)V99 VALUE ZERO.
       77 WS-ROT-FIM-Y         PIC S9(05)V99 VALUE ZERO.
       77 WS-ROT-CANTO-X       PIC S9(05)V99 VALUE ZERO.
       77 WS-ROT-CANTO-Y       PIC S9(05)V99 VALUE ZERO.
       77 WS-ROT-POSICAO       PIC X(01) VALUE "D".
           88 WS-ROT-DENTRO           VALUE "D".
           88 WS-ROT-FORA             VALUE "F".

      ****** DISTANCIAS E TEMPO DA SECAO E DO DECK
       77 WS-SEC-TRACOS        PIC 9(06) VALUE ZERO.
       77 WS-SEC-DIST-PD       PIC 9(07)V99 VALUE ZERO.
       77 WS-SEC-DIST-PU       PIC 9(07)V99 VALUE ZERO.
       77 WS-SEC-MINUTOS       PIC 9(05)V99 VALUE ZERO.
       77 WS-SEC-ROTULOS       PIC 9(06) VALUE ZERO.
       77 WS-SEC-TROCAS        PIC 9(04) VALUE ZERO.
       77 WS-SEC-FUS-TRACOS    PIC 9(06) VALUE ZERO.
       77 WS-SEC-FUS-ERGUIDAS  PIC 9(06) VALUE ZERO.
       01 WS-SEC-PENAS.
           05 WS-SEC-PENA OCCURS 8 TIMES PIC X(01).
       77 WS-TOT-TRACOS        PIC 9(08) VALUE ZERO.
       77 WS-TOT-DIST-PD       PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-DIST-PU       PIC 9(09)V99 VALUE ZERO.
       77 WS-TOT-MINUTOS       PIC 9(07)V99 VALUE ZERO.
       77 WS-TOT-ROTULOS       PIC 9(08) VALUE ZERO.
       77 WS-TOT-CARACTERES    PIC 9(08) VALUE ZERO.
       77 WS-TOT-TROCAS        PIC 9(08) VALUE ZERO.
       77 WS-TOT-FUS-TRACOS    PIC 9(08) VALUE ZERO.
       77 WS-TOT-FUS-ERGUIDAS  PIC 9(08) VALUE ZERO.

      ****** CONTADORES
       77 WS-CONT-LIDOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-SECOES       PIC 9(08) VALUE ZERO.
       77 WS-CONT-VIOLACOES    PIC 9(08) VALUE ZERO.
       77 WS-VIOLACOES-ANTES   PIC 9(08) VALUE ZERO.

      ****** PEDIDO AO CADASTRO DE DESENHOS (SUBPROGRAMA DWGREG)
       COPY DWGREQ.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
           05 WS-LS-DIST-PU         PIC ZZZZZZ9,99.
           05 FILLER                PIC X(06) VALUE "  MIN ".
           05 WS-LS-MINUTOS         PIC ZZZZ9,99.
           05 FILLER                PIC X(06) VALUE "  LB  ".
           05 WS-LS-ROTULOS         PIC ZZZZZ9.
           05 FILLER                PIC X(09) VALUE "  TROCAS ".
           05 WS-LS-TROCAS          PIC ZZZ9.
           05 FILLER                PIC X(06) VALUE "  -TR ".
           05 WS-LS-FUS-TRACOS      PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE " -PU ".
           05 WS-LS-FUS-ERGUIDAS    PIC ZZZZ9.

      ****** RESUMO: LINHA INTEIRA PARA CONTAGENS, LINHA DECIMAL
      ****** PARA DISTANCIAS E MINUTOS
                        CLOSE VIEWPORT-FILE
                        MOVE 12 TO RETURN-CODE
                    ELSE
                        OPEN OUTPUT ESTIMATE-FILE

                        IF WS-FS-ESTIMA NOT = "00"
                            DISPLAY
                            "ARQUIVO DE ESTIMATIVAS (CHKEST) COM ERRO "
                            "AO ABRIR (" WS-FS-ESTIMA
                            "). VERIFICACAO ABORTADA."
                            CLOSE PLOT-DECK
                            CLOSE VIEWPORT-FILE
                            CLOSE REPORT-FILE
                            MOVE 12 TO RETURN-CODE
                        ELSE
                            PERFORM P-ABRE-USO THRU P-ABRE-USO-FIM
                        END-IF

                        IF RETURN-CODE = ZERO
                            MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
                            MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
                            MOVE WS-VEL-PD TO WS-CAB-VEL-PD
                            MOVE WS-VEL-PU TO WS-CAB-VEL-PU

                            MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
                            WRITE RPT-LINHA
                            MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
                            WRITE RPT-LINHA
                            MOVE SPACES TO RPT-LINHA
                            WRITE RPT-LINHA
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P-INICIALIZA-FIM.

      ****** USO ACUMULADO PARA O CHARGEBACK: ACRESCENTADO A CADA
      ****** EXECUCAO (CRIADO SO NO STATUS 35)
       P-ABRE-USO.

            OPEN EXTEND USAGE-FILE

            IF WS-FS-USO = "35"
                OPEN OUTPUT USAGE-FILE
            END-IF

            IF WS-FS-USO NOT = "00"
                DISPLAY
                "ARQUIVO DE USO (USAGE) COM ERRO AO ABRIR ("
                WS-FS-USO "). VERIFICACAO ABORTADA."
                CLOSE PLOT-DECK
                CLOSE VIEWPORT-FILE
                CLOSE REPORT-FILE
                CLOSE ESTIMATE-FILE
                MOVE 12 TO RETURN-CODE
            END-IF
            .
       P-ABRE-USO-FIM.

       P-PROCESSA-COMANDO.

            READ PLOT-DECK
                        WHEN "PD"
                            PERFORM P-CMD-MOVIMENTO THRU
                                    P-CMD-MOVIMENTO-FIM
                        WHEN "SI"
                            PERFORM P-CMD-TAMANHO THRU
                                    P-CMD-TAMANHO-FIM
                        WHEN "DI"
                            PERFORM P-CMD-DIRECAO THRU
                                    P-CMD-DIRECAO-FIM
                        WHEN "LB"
                            PERFORM P-CMD-ROTULO THRU
                                    P-CMD-ROTULO-FIM
                        WHEN "MG"
                            PERFORM P-CMD-FUSAO THRU
                                    P-CMD-FUSAO-FIM
                        WHEN SPACES
                            CONTINUE
                        WHEN OTHER
            MOVE "S" TO WS-SECAO-EM-CURSO
            MOVE ZERO TO WS-PENA-ATUAL
            MOVE "N" TO WS-PENA-SELECIONADA
            MOVE ZERO TO WS-PENA-ANTERIOR
            MOVE ZERO TO WS-SEC-TROCAS
            MOVE ZERO TO WS-POS-X
            MOVE ZERO TO WS-POS-Y
            MOVE ZERO TO WS-SEC-TRACOS
            MOVE ZERO TO WS-SEC-DIST-PD
            MOVE ZERO TO WS-SEC-DIST-PU
            MOVE ZERO TO WS-SEC-ROTULOS
            MOVE ZERO TO WS-SEC-FUS-TRACOS
            MOVE ZERO TO WS-SEC-FUS-ERGUIDAS
            MOVE ALL "N" TO WS-SEC-PENAS
            MOVE ZERO TO WS-ROT-ALTURA
            MOVE ZERO TO WS-ROT-ANGULO
            MOVE 1 TO WS-ROT-COS
            MOVE ZERO TO WS-ROT-SEN
            MOVE WS-CONT-VIOLACOES TO WS-VIOLACOES-ANTES
            .
       P-ABRE-SECAO-FIM.

            MOVE WS-SEC-DIST-PD TO WS-LS-DIST-PD
            MOVE WS-SEC-DIST-PU TO WS-LS-DIST-PU
            MOVE WS-SEC-MINUTOS TO WS-LS-MINUTOS
            MOVE WS-SEC-ROTULOS TO WS-LS-ROTULOS
            MOVE WS-SEC-TROCAS TO WS-LS-TROCAS
            MOVE WS-SEC-FUS-TRACOS TO WS-LS-FUS-TRACOS
            MOVE WS-SEC-FUS-ERGUIDAS TO WS-LS-FUS-ERGUIDAS

            MOVE WS-LINHA-SECAO TO RPT-LINHA
            WRITE RPT-LINHA
            ADD WS-SEC-DIST-PD TO WS-TOT-DIST-PD
            ADD WS-SEC-DIST-PU TO WS-TOT-DIST-PU
            ADD WS-SEC-MINUTOS TO WS-TOT-MINUTOS
            ADD WS-SEC-ROTULOS TO WS-TOT-ROTULOS
            ADD WS-SEC-TROCAS TO WS-TOT-TROCAS
            ADD WS-SEC-FUS-TRACOS TO WS-TOT-FUS-TRACOS
            ADD WS-SEC-FUS-ERGUIDAS TO WS-TOT-FUS-ERGUIDAS

            MOVE SPACES TO SE-REGISTRO-ESTIMATIVA
            MOVE "SE" TO SE-TIPO
            MOVE WS-SECAO-ID TO SE-SECAO-ID
            MOVE WS-SEC-TRACOS TO SE-TRACOS
            MOVE WS-SEC-ROTULOS TO SE-ROTULOS
            MOVE WS-SEC-DIST-PD TO SE-DIST-PD
            MOVE WS-SEC-DIST-PU TO SE-DIST-PU
            MOVE WS-SEC-MINUTOS TO SE-MINUTOS
            MOVE WS-SEC-PENAS TO SE-PENAS
            COMPUTE SE-VIOLACOES =
                WS-CONT-VIOLACOES - WS-VIOLACOES-ANTES
            WRITE SE-REGISTRO-ESTIMATIVA

            MOVE SPACES TO US-REGISTRO-USO
            MOVE "US" TO US-TIPO-REG
            MOVE WS-DATA-SISTEMA TO US-DATA
            MOVE WS-HORA-SISTEMA TO US-HORA
            MOVE WS-SECAO-ID (1:2) TO US-SECAO-TIPO
            MOVE WS-SECAO-ID (4:8) TO US-ID
            MOVE WS-SEC-DIST-PD TO US-DIST-PD
            MOVE WS-SEC-DIST-PU TO US-DIST-PU
            MOVE WS-SEC-MINUTOS TO US-MINUTOS
            MOVE WS-SEC-TROCAS TO US-TROCAS-PENA
            MOVE WS-SEC-TRACOS TO US-TRACOS
            MOVE WS-SEC-ROTULOS TO US-ROTULOS
            WRITE US-REGISTRO-USO

            IF WS-SECAO-ID (1:3) = "DS "
               AND WS-CONT-VIOLACOES = WS-VIOLACOES-ANTES
                PERFORM P-LANCA-DESENHO THRU P-LANCA-DESENHO-FIM
            END-IF

            MOVE "N" TO WS-SECAO-EM-CURSO
            .
       P-FECHA-SECAO-FIM.

      ****** SECAO DE DESENHO SEM VIOLACAO: DESENHO VERIFICADO NO
      ****** CADASTRO (DWGMSTR); SEM O CADASTRO A VERIFICACAO SEGUE
       P-LANCA-DESENHO.

            MOVE "E" TO DR-FUNCAO
            MOVE WS-SECAO-ID (4:8) TO DR-ID
            MOVE SPACES TO DR-TITULO
            MOVE SPACES TO DR-REVISAO
            MOVE 5 TO DR-ETAPA
            MOVE "PLOTCHK" TO DR-JOB
            COMPUTE DR-QTDE = WS-SEC-TRACOS + WS-SEC-ROTULOS
            MOVE ZERO TO DR-SUSPENSOS
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO

            IF DR-CADASTRO-ERRO
                DISPLAY "AVISO: DESENHO " WS-SECAO-ID (4:8)
                        " NAO ATUALIZADO NO CADASTRO (DWGMSTR)."
            END-IF
            .
       P-LANCA-DESENHO-FIM.

       P-CMD-PENA.

            IF WS-CMD-PENA NOT NUMERIC
                    MOVE WS-CMD-PENA TO WS-PENA-ATUAL
                    IF WS-PENA-ATUAL > ZERO
                        MOVE "S" TO WS-PENA-SELECIONADA
                        MOVE "S" TO WS-SEC-PENA (WS-PENA-ATUAL)
                        IF WS-PENA-ANTERIOR > ZERO
                           AND WS-PENA-ATUAL NOT = WS-PENA-ANTERIOR
                            ADD 1 TO WS-SEC-TROCAS
                        END-IF
                        MOVE WS-PENA-ATUAL TO WS-PENA-ANTERIOR
                    ELSE
                        MOVE "N" TO WS-PENA-SELECIONADA
                    END-IF
            .
       P-SOMA-DISTANCIA-FIM.

      ******************************************************************
      * ROTULOS - SI E DI TRAZEM UM VALOR NO MESMO FORMATO EDITADO DAS
      * COORDENADAS. UM LB LETRA ATE 18 CARACTERES A PARTIR DA POSICAO
      * CORRENTE NA DIRECAO DO DI; A CAIXA DOS CARACTERES (LARGURA DE
      * 0,8 DA ALTURA POR CARACTERE) TEM DE CABER NA JANELA DE UMA
      * SECAO VP, E A PENA TERMINA NO FIM DO TEXTO - O LB SEGUINTE DE
      * UM ROTULO LONGO CONTINUA DALI.
      ******************************************************************

       P-CMD-TAMANHO.

            MOVE WS-CMD-VALOR TO WS-COORD-TEXTO
            PERFORM P-CONVERTE-COORD THRU P-CONVERTE-COORD-FIM

            IF NOT WS-COORD-OK
                MOVE "TAMANHO DE ROTULO MAL FORMADO" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            ELSE
                IF WS-COORD-VALOR NOT > ZERO
                    MOVE "TAMANHO DE ROTULO INVALIDO" TO WS-LV-TEXTO
                    PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
                ELSE
                    MOVE WS-COORD-VALOR TO WS-ROT-ALTURA
                END-IF
            END-IF
            .
       P-CMD-TAMANHO-FIM.

       P-CMD-DIRECAO.

            MOVE WS-CMD-VALOR TO WS-COORD-TEXTO
            PERFORM P-CONVERTE-COORD THRU P-CONVERTE-COORD-FIM

            IF NOT WS-COORD-OK
                MOVE "DIRECAO DE ROTULO MAL FORMADA" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            ELSE
                IF WS-COORD-VALOR < -360 OR WS-COORD-VALOR > 360
                    MOVE "DIRECAO DE ROTULO FORA DA FAIXA"
                      TO WS-LV-TEXTO
                    PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
                ELSE
                    MOVE WS-COORD-VALOR TO WS-ROT-ANGULO
                    COMPUTE WS-ROT-RAD ROUNDED =
                        WS-ROT-ANGULO * 0,0174532925
                    COMPUTE WS-ROT-COS ROUNDED =
                        FUNCTION COS (WS-ROT-RAD)
                    COMPUTE WS-ROT-SEN ROUNDED =
                        FUNCTION SIN (WS-ROT-RAD)
                END-IF
            END-IF
            .
       P-CMD-DIRECAO-FIM.

      ****** MG FECHA A SECAO DO GERADOR COM O QUE A FUSAO POUPOU:
      ****** TRACOS ABSORVIDOS E ERGUIDAS DE PENA EVITADAS
       P-CMD-FUSAO.

            IF NOT WS-SECAO-ABERTA
                MOVE "RESUMO DE FUSAO FORA DE SECAO" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            ELSE
                IF WS-CMD-MG-TRACOS NOT NUMERIC
                   OR WS-CMD-MG-ERGUIDAS NOT NUMERIC
                    MOVE "RESUMO DE FUSAO MAL FORMADO" TO WS-LV-TEXTO
                    PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
                ELSE
                    ADD WS-CMD-MG-TRACOS TO WS-SEC-FUS-TRACOS
                    ADD WS-CMD-MG-ERGUIDAS TO WS-SEC-FUS-ERGUIDAS
                END-IF
            END-IF
            .
       P-CMD-FUSAO-FIM.

       P-CMD-ROTULO.

            IF NOT WS-SECAO-ABERTA
                MOVE "ROTULO FORA DE SECAO" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            END-IF

            IF WS-PENA-SELECIONADA = "N"
                MOVE "ROTULO SEM PENA SELECIONADA" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            END-IF

            IF WS-CMD-LB-TEXTO = SPACES
                MOVE "ROTULO SEM TEXTO" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            ELSE
                IF WS-ROT-ALTURA = ZERO
                    MOVE "ROTULO SEM TAMANHO (SI) NA SECAO"
                        TO WS-LV-TEXTO
                    PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
                ELSE
                    MOVE ZERO TO WS-ROT-BRANCOS
                    INSPECT FUNCTION REVERSE (WS-CMD-LB-TEXTO)
                        TALLYING WS-ROT-BRANCOS FOR LEADING SPACE
                    COMPUTE WS-ROT-TAMANHO = 18 - WS-ROT-BRANCOS

                    COMPUTE WS-ROT-LARGURA ROUNDED =
                        WS-ROT-TAMANHO * WS-ROT-CELULA * WS-ROT-ALTURA
                    COMPUTE WS-ROT-FIM-X ROUNDED =
                        WS-POS-X + WS-ROT-LARGURA * WS-ROT-COS
                    COMPUTE WS-ROT-FIM-Y ROUNDED =
                        WS-POS-Y + WS-ROT-LARGURA * WS-ROT-SEN

                    IF WS-JANELA-CONHECIDA
                        PERFORM P-ROTULO-JANELA THRU P-ROTULO-JANELA-FIM
                    END-IF

                    ADD 1 TO WS-SEC-ROTULOS
                    ADD WS-ROT-TAMANHO TO WS-TOT-CARACTERES
                    COMPUTE WS-SEC-DIST-PD ROUNDED = WS-SEC-DIST-PD +
                        WS-ROT-TAMANHO * WS-ROT-PD-CHAR * WS-ROT-ALTURA
                    COMPUTE WS-SEC-DIST-PU ROUNDED = WS-SEC-DIST-PU +
                        WS-ROT-TAMANHO * WS-ROT-PU-CHAR * WS-ROT-ALTURA

      ****** FIM DO TEXTO FORA DA FAIXA DO DECK: A PENA FICA NA ANCORA
                    IF WS-ROT-FIM-X NOT < -999,99 AND
                       WS-ROT-FIM-X NOT > 999,99 AND
                       WS-ROT-FIM-Y NOT < -999,99 AND
                       WS-ROT-FIM-Y NOT > 999,99
                        MOVE WS-ROT-FIM-X TO WS-POS-X
                        MOVE WS-ROT-FIM-Y TO WS-POS-Y
                    END-IF
                END-IF
            END-IF
            .
       P-CMD-ROTULO-FIM.

      ****** OS QUATRO CANTOS DA CAIXA: ANCORA, FIM DO TEXTO E OS DOIS
      ****** DESLOCADOS DE UMA ALTURA NA PERPENDICULAR
       P-ROTULO-JANELA.

            MOVE "D" TO WS-ROT-POSICAO

            MOVE WS-POS-X TO WS-ROT-CANTO-X
            MOVE WS-POS-Y TO WS-ROT-CANTO-Y
            PERFORM P-ROTULO-CANTO THRU P-ROTULO-CANTO-FIM

            MOVE WS-ROT-FIM-X TO WS-ROT-CANTO-X
            MOVE WS-ROT-FIM-Y TO WS-ROT-CANTO-Y
            PERFORM P-ROTULO-CANTO THRU P-ROTULO-CANTO-FIM

            COMPUTE WS-ROT-CANTO-X ROUNDED =
                WS-POS-X - WS-ROT-ALTURA * WS-ROT-SEN
            COMPUTE WS-ROT-CANTO-Y ROUNDED =
                WS-POS-Y + WS-ROT-ALTURA * WS-ROT-COS
            PERFORM P-ROTULO-CANTO THRU P-ROTULO-CANTO-FIM

            COMPUTE WS-ROT-CANTO-X ROUNDED =
                WS-ROT-FIM-X - WS-ROT-ALTURA * WS-ROT-SEN
            COMPUTE WS-ROT-CANTO-Y ROUNDED =
                WS-ROT-FIM-Y + WS-ROT-ALTURA * WS-ROT-COS
            PERFORM P-ROTULO-CANTO THRU P-ROTULO-CANTO-FIM

            IF WS-ROT-FORA
                MOVE "ROTULO FORA DA JANELA DO VIEWPORT" TO WS-LV-TEXTO
                PERFORM P-GRAVA-VIOLACAO THRU P-GRAVA-VIOLACAO-FIM
            END-IF
            .
       P-ROTULO-JANELA-FIM.

       P-ROTULO-CANTO.

            IF WS-ROT-CANTO-X < WS-XMIN OR WS-ROT-CANTO-X > WS-XMAX
               OR WS-ROT-CANTO-Y < WS-YMIN OR WS-ROT-CANTO-Y > WS-YMAX
                MOVE "F" TO WS-ROT-POSICAO
            END-IF
            .
       P-ROTULO-CANTO-FIM.

      ******************************************************************
      * RECONVERSAO DA COORDENADA EDITADA: O SINAL MENOS E FIXO NA
      * FRENTE ("- 23,45"), ENTAO ESPACOS PODEM VIR ANTES OU DEPOIS
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "COMANDOS DE ROTULO (LB):    " TO WS-LC-ROTULO
            MOVE WS-TOT-ROTULOS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "CARACTERES DE ROTULO:       " TO WS-LC-ROTULO
            MOVE WS-TOT-CARACTERES TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DISTANCIA PENA BAIXADA:     " TO WS-LR-ROTULO
            MOVE WS-TOT-DIST-PD TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "TROCAS DE PENA:             " TO WS-LC-ROTULO
            MOVE WS-TOT-TROCAS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "TRACOS POUPADOS NA FUSAO:   " TO WS-LC-ROTULO
            MOVE WS-TOT-FUS-TRACOS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ERGUIDAS POUPADAS NA FUSAO: " TO WS-LC-ROTULO
            MOVE WS-TOT-FUS-ERGUIDAS TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "VIOLACOES:                  " TO WS-LC-ROTULO
            MOVE WS-CONT-VIOLACOES TO WS-LC-VALOR
            MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
            WRITE RPT-LINHA

      ****** TRAILER DAS ESTIMATIVAS: SEM ELE O DECK NAO E LIBERADO
            MOVE SPACES TO SE-REGISTRO-TRAILER
            MOVE "TE" TO SE-TIPO
            MOVE WS-DATA-SISTEMA TO SE-TE-DATA
            MOVE WS-HORA-SISTEMA TO SE-TE-HORA
            MOVE WS-CONT-SECOES TO SE-TE-SECOES
            MOVE WS-CONT-VIOLACOES TO SE-TE-VIOLACOES
            MOVE WS-TOT-MINUTOS TO SE-TE-MINUTOS
            MOVE WS-VEL-PD TO SE-TE-VEL-PD
            MOVE WS-VEL-PU TO SE-TE-VEL-PU
            WRITE SE-REGISTRO-TRAILER

            MOVE SPACES TO US-REGISTRO-FIM
            MOVE "UF" TO US-TIPO-REG
            MOVE WS-DATA-SISTEMA TO US-DATA
            MOVE WS-HORA-SISTEMA TO US-HORA
            MOVE WS-CONT-SECOES TO US-FIM-SECOES
            MOVE WS-CONT-VIOLACOES TO US-FIM-VIOLACOES
            MOVE WS-TOT-MINUTOS TO US-FIM-MINUTOS
            WRITE US-REGISTRO-FIM

            CLOSE PLOT-DECK
            CLOSE VIEWPORT-FILE
            CLOSE REPORT-FILE
            CLOSE ESTIMATE-FILE
            CLOSE USAGE-FILE

            DISPLAY " "
            DISPLAY "RESUMO DA VERIFICACAO DO DECK:"
            IF WS-CONT-VIOLACOES > ZERO
                MOVE 8 TO RETURN-CODE
            END-IF

            MOVE "F" TO DR-FUNCAO
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO
            .
       P-ENCERRA-FIM.

