      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Sheet-tiling generator for the panel clip. Reads the
      *          line file (LINEIN, one drawing) or the drawing deck
      *          (DRAWIN, one drawing per DH block), maps every point
      *          through the job's scale/offset transform exactly as
      *          the clip front end does (X' = (X - OFFSET) * ESCALA)
      *          and takes the extents of each drawing in clip space.
      *          Circles and arcs contribute the box of the full
      *          circle, labels (TX) a box around the anchor wide
      *          enough for the whole text at any rotation, since the
      *          clip never cuts a label; points that fall outside
      *          the clip space after the transform are counted and
      *          left out, as the clip would suspend them. The
      *          extents are cut into sheet-sized tiles (paper size
      *          and overlap margin from the control cards), laid out
      *          bottom row first, left to right, and every tile is
      *          written to VPTRANS as an include (I) transaction in
      *          the VPBATCH layout carrying the transform in force,
      *          so VPBATCH loads them with its usual validation and
      *          history.
      *
      *          The tile report (TILERPT) prints per drawing the
      *          extents, the grid, a tile map (top row first) and the
      *          tile windows; PNLCARDS receives the matching PAINEL
      *          card plus the ESCALA/OFFSETX/OFFSETY cards in the
      *          CTLCARDS keyword format, ready to be concatenated
      *          behind the MODO/REINICIO cards of the COHPANEL job.
      *          A drawing needing more than 8 tiles (the panel limit
      *          of one clip run) is warned about and its tile list is
      *          split into PAINEL cards of 8; only the first PAINEL
      *          card of the file is live, the following ones are
      *          written commented out, one per further run.
      *
      *          CTLCARDS keyword cards (implied decimals):
      *            FONTE=LINEIN or FONTE=DRAWIN (default LINEIN)
      *            PAPELX=NNNVV, PAPELY=NNNVV  sheet size (required)
      *            SOBREPOSICAO=NNNVV overlap margin (default zero,
      *                          less than both paper sides)
      *            PREFIXO=X    first byte of the tile IDs (default T)
      *            ESCALA=NNNVVVV, OFFSETX/OFFSETY=+NNNNNVV
      *          Ends with RETURN-CODE 0 when every drawing was tiled
      *          within the panel limit, 4 when a drawing needs more
      *          than 8 tiles or points fell outside the clip space,
      *          8 when a drawing could not be tiled (over 99 tiles or
      *          tile IDs exhausted), 12 on a file error and 16 on
      *          invalid control cards.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILEGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-INPUT ASSIGN TO "LINEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LINE-INPUT.

           SELECT DRAW-INPUT ASSIGN TO "DRAWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRAW-INPUT.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT TRANS-FILE ASSIGN TO "VPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT PANEL-FILE ASSIGN TO "PNLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAINEL.

           SELECT REPORT-FILE ASSIGN TO "TILERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-INPUT
           LABEL RECORDS ARE OMITTED.
       COPY LINEREC.

       FD  DRAW-INPUT
           LABEL RECORDS ARE OMITTED.
       COPY DRAWREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  TX-REGISTRO-TRANSACAO.
           05 TX-ACAO              PIC X(01).
               88 TX-INCLUIR              VALUE "I".
               88 TX-ALTERAR              VALUE "A".
               88 TX-EXCLUIR              VALUE "E".
           05 TX-VP-ID             PIC X(04).
           05 TX-VP-DESCRICAO      PIC X(20).
           05 TX-VP-XMIN           PIC S999V99 SIGN LEADING SEPARATE.
           05 TX-VP-XMAX           PIC S999V99 SIGN LEADING SEPARATE.
           05 TX-VP-YMIN           PIC S999V99 SIGN LEADING SEPARATE.
           05 TX-VP-YMAX           PIC S999V99 SIGN LEADING SEPARATE.
           05 TX-VP-ESCALA         PIC 9(03)V9999.
           05 TX-VP-OFFSET-X       PIC S9(05)V99 SIGN LEADING SEPARATE.
           05 TX-VP-OFFSET-Y       PIC S9(05)V99 SIGN LEADING SEPARATE.

       FD  PANEL-FILE
           LABEL RECORDS ARE OMITTED.
       01  PNL-LINHA               PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-LINE-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-DRAW-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-TRANS          PIC X(02) VALUE "00".
       77 WS-FS-PAINEL         PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-FIM-LIDO             VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO RECORTE; VALORES NUMERICOS COM DECIMAIS IMPLICITOS
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.

       77 WS-CTL-FONTE         PIC X(08) VALUE "LINEIN".
           88 WS-FONTE-LINHAS         VALUE "LINEIN".
           88 WS-FONTE-DECK           VALUE "DRAWIN".

       77 WS-CTL-PREFIXO       PIC X(01) VALUE "T".

       77 WS-CTL-PAPEL-X-INF   PIC X(01) VALUE "N".
           88 WS-CTL-TEM-PAPEL-X      VALUE "S".
       77 WS-CTL-PAPEL-Y-INF   PIC X(01) VALUE "N".
           88 WS-CTL-TEM-PAPEL-Y      VALUE "S".

       01 WS-CTL-PAPEL-X-NUM   PIC 9(03)V99 VALUE ZERO.
       01 WS-CTL-PAPEL-X-X REDEFINES WS-CTL-PAPEL-X-NUM
                               PIC X(05).

       01 WS-CTL-PAPEL-Y-NUM   PIC 9(03)V99 VALUE ZERO.
       01 WS-CTL-PAPEL-Y-X REDEFINES WS-CTL-PAPEL-Y-NUM
                               PIC X(05).

       01 WS-CTL-SOBREP-NUM    PIC 9(03)V99 VALUE ZERO.
       01 WS-CTL-SOBREP-X REDEFINES WS-CTL-SOBREP-NUM
                               PIC X(05).

       01 WS-CTL-ESCALA-NUM    PIC 9(03)V9999 VALUE 1.
       01 WS-CTL-ESCALA-X REDEFINES WS-CTL-ESCALA-NUM
                               PIC X(07).

       01 WS-CTL-OFF-X-NUM     PIC S9(05)V99 SIGN LEADING SEPARATE
                               VALUE ZERO.
       01 WS-CTL-OFF-X-X REDEFINES WS-CTL-OFF-X-NUM
                               PIC X(08).

       01 WS-CTL-OFF-Y-NUM     PIC S9(05)V99 SIGN LEADING SEPARATE
                               VALUE ZERO.
       01 WS-CTL-OFF-Y-X REDEFINES WS-CTL-OFF-Y-NUM
                               PIC X(08).

      ****** TRANSFORMACAO DE COORDENADAS DE MUNDO (ESCALA/OFFSET)
       77 WS-TRANSF-ESCALA     PIC 9(03)V9999 VALUE 1.
       77 WS-TRANSF-OFF-X      PIC S9(05)V99 VALUE ZERO.
       77 WS-TRANSF-OFF-Y      PIC S9(05)V99 VALUE ZERO.

       77 WS-TRANSF-ESTOURO    PIC X(01) VALUE "N".
           88 WS-TRANSF-ESTOUROU      VALUE "S".

      ****** PONTO CORRENTE (MUNDO E ESPACO DE RECORTE)
       77 WS-MUNDO-PX          PIC S9(05)V99 VALUE ZERO.
       77 WS-MUNDO-PY          PIC S9(05)V99 VALUE ZERO.
       77 WS-MUNDO-RAIO        PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-TAMANHO        PIC 9(02) VALUE ZERO.
       77 WS-TX-BRANCOS        PIC 9(02) VALUE ZERO.
       77 WS-PONTO-TX          PIC S999V99 VALUE ZERO.
       77 WS-PONTO-TY          PIC S999V99 VALUE ZERO.
       77 WS-CENTRO-TX         PIC S999V99 VALUE ZERO.
       77 WS-CENTRO-TY         PIC S999V99 VALUE ZERO.
       77 WS-RAIO-T            PIC 9(03)V99 VALUE ZERO.

      ****** DESENHO CORRENTE E SUA EXTENSAO NO ESPACO DE RECORTE
       77 WS-DES-ABERTO        PIC X(01) VALUE "N".
           88 WS-DESENHO-ABERTO       VALUE "S".
       77 WS-DES-ID            PIC X(08) VALUE SPACES.
       77 WS-DES-TITULO        PIC X(20) VALUE SPACES.
       77 WS-DES-ENTIDADES     PIC 9(08) VALUE ZERO.
       77 WS-DES-FORA-FAIXA    PIC 9(08) VALUE ZERO.

       77 WS-EXT-VAZIA         PIC X(01) VALUE "S".
           88 WS-EXTENSAO-VAZIA       VALUE "S".
       77 WS-EXT-XMIN          PIC S999V99 VALUE ZERO.
       77 WS-EXT-XMAX          PIC S999V99 VALUE ZERO.
       77 WS-EXT-YMIN          PIC S999V99 VALUE ZERO.
       77 WS-EXT-YMAX          PIC S999V99 VALUE ZERO.

      ****** GRADE DE TILES DO DESENHO
       77 WS-PASSO-X           PIC 9(03)V99 VALUE ZERO.
       77 WS-PASSO-Y           PIC 9(03)V99 VALUE ZERO.
       77 WS-LARGURA           PIC 9(04)V99 VALUE ZERO.
       77 WS-ALTURA            PIC 9(04)V99 VALUE ZERO.
       77 WS-EXCESSO           PIC 9(04)V99 VALUE ZERO.
       77 WS-SOBRA             PIC 9(04)V99 VALUE ZERO.
       77 WS-QUOCIENTE-INT     PIC 9(04) VALUE ZERO.
       77 WS-COLUNAS           PIC 9(04) VALUE ZERO.
       77 WS-LINHAS            PIC 9(04) VALUE ZERO.
       77 WS-QTDE-TILES        PIC 9(08) VALUE ZERO.
       77 WS-COL-T             PIC 9(04) VALUE ZERO.
       77 WS-LIN-T             PIC 9(04) VALUE ZERO.
       77 WS-TILE-X0           PIC S9(04)V99 VALUE ZERO.
       77 WS-TILE-X1           PIC S9(04)V99 VALUE ZERO.
       77 WS-TILE-Y0           PIC S9(04)V99 VALUE ZERO.
       77 WS-TILE-Y1           PIC S9(04)V99 VALUE ZERO.
       77 WS-LIMITE-CLIP       PIC S999V99 VALUE 999,99.

      ****** SEQUENCIA DOS IDS DE TILE DA EXECUCAO (PREFIXO + 3
      ****** DIGITOS, UNICA ENTRE OS DESENHOS DO RUN)
       77 WS-SEQ-TILE          PIC 9(03) VALUE ZERO.
       01 WS-TILE-ID.
           05 WS-TI-PREFIXO        PIC X(01).
           05 WS-TI-SEQ            PIC 9(03).

      ****** TILES DO DESENHO CORRENTE (ATE 99 POR DESENHO)
       77 WS-TAB-QTDE          PIC 9(03) VALUE ZERO.
       01 WS-TAB-TILES.
           05 WS-TILE OCCURS 99 TIMES
                          INDEXED BY TI-IDX.
               10 WS-TL-ID          PIC X(04).
               10 WS-TL-LIN         PIC 9(04).
               10 WS-TL-COL         PIC 9(04).

       77 WS-TAB-POS           PIC 9(03) VALUE ZERO.

      ****** CARTOES PAINEL (GRUPOS DE ATE 8 TILES POR RUN DE RECORTE)
       77 WS-GRUPO-INI         PIC 9(03) VALUE ZERO.
       77 WS-GRUPO-FIM         PIC 9(03) VALUE ZERO.
       77 WS-GRUPO-NUM         PIC 9(02) VALUE ZERO.
       77 WS-GRUPO-QTDE        PIC 9(02) VALUE ZERO.
       77 WS-CARTAO-PONTEIRO   PIC 9(03) VALUE ZERO.
       77 WS-CARTOES-PAINEL    PIC 9(04) VALUE ZERO.
       77 WS-CARTAO-PAINEL     PIC X(80) VALUE SPACES.
       77 WS-GRUPO-NUM-ED      PIC Z9.
       77 WS-GRUPO-QTDE-ED     PIC Z9.

      ****** MAPA DE TILES (LINHA SUPERIOR PRIMEIRO)
       77 WS-MAPA-PONTEIRO     PIC 9(03) VALUE ZERO.
       77 WS-MAPA-LINHA        PIC X(132) VALUE SPACES.
       77 WS-MAPA-LIN-ED       PIC ZZ9.

      ****** DESCRICAO DO TILE NO VIEWPORT (ID DO DESENHO E POSICAO)
       77 WS-DESC-LIN          PIC 9(02) VALUE ZERO.
       77 WS-DESC-COL          PIC 9(02) VALUE ZERO.

      ****** CONTADORES DA EXECUCAO
       77 WS-CONT-REGISTROS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-INVALIDOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-DESENHOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-LADRILHADOS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-NAO-GERADOS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-SEM-GEOMETRIA PIC 9(08) VALUE ZERO.
       77 WS-CONT-ACIMA-PAINEL PIC 9(08) VALUE ZERO.
       77 WS-CONT-TILES        PIC 9(08) VALUE ZERO.
       77 WS-CONT-FORA-FAIXA   PIC 9(08) VALUE ZERO.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** LINHAS DO RELATORIO DE TILES
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(38) VALUE
               "RELATORIO DE GERACAO DE TILES - PAINEL".
           05 FILLER               PIC X(94) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(09) VALUE "  FONTE: ".
           05 WS-CAB-FONTE         PIC X(08).
           05 FILLER               PIC X(85) VALUE SPACES.

       01 WS-LINHA-CABECALHO3.
           05 FILLER               PIC X(09) VALUE "PAPEL X: ".
           05 WS-CAB-PAPEL-X       PIC ZZ9,99.
           05 FILLER               PIC X(11) VALUE "  PAPEL Y: ".
           05 WS-CAB-PAPEL-Y       PIC ZZ9,99.
           05 FILLER               PIC X(16) VALUE "  SOBREPOSICAO: ".
           05 WS-CAB-SOBREP        PIC ZZ9,99.
           05 FILLER               PIC X(10) VALUE "  ESCALA: ".
           05 WS-CAB-ESCALA        PIC ZZ9,9999.
           05 FILLER               PIC X(12) VALUE "  OFFSET X: ".
           05 WS-CAB-OFF-X         PIC -ZZZZ9,99.
           05 FILLER               PIC X(12) VALUE "  OFFSET Y: ".
           05 WS-CAB-OFF-Y         PIC -ZZZZ9,99.
           05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-LINHA-SECAO-DESENHO.
           05 FILLER               PIC X(09) VALUE "DESENHO: ".
           05 WS-LS-ID-DESENHO     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-LS-TITULO         PIC X(20).
           05 FILLER               PIC X(94) VALUE SPACES.

       01 WS-LINHA-EXTENSAO.
           05 FILLER               PIC X(14) VALUE "  EXTENSAO X: ".
           05 WS-LE-XMIN           PIC -ZZ9,99.
           05 FILLER               PIC X(03) VALUE " A ".
           05 WS-LE-XMAX           PIC -ZZ9,99.
           05 FILLER               PIC X(06) VALUE "   Y: ".
           05 WS-LE-YMIN           PIC -ZZ9,99.
           05 FILLER               PIC X(03) VALUE " A ".
           05 WS-LE-YMAX           PIC -ZZ9,99.
           05 FILLER               PIC X(13) VALUE "  ENTIDADES: ".
           05 WS-LE-ENTIDADES      PIC ZZZZZZZ9.
           05 FILLER               PIC X(17) VALUE
               "  FORA DA FAIXA: ".
           05 WS-LE-FORA-FAIXA     PIC ZZZZZZZ9.
           05 FILLER               PIC X(32) VALUE SPACES.

       01 WS-LINHA-GRADE.
           05 FILLER               PIC X(09) VALUE "  GRADE: ".
           05 WS-LG-COLUNAS        PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE " COLUNAS X ".
           05 WS-LG-LINHAS         PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE " LINHAS = ".
           05 WS-LG-TILES          PIC ZZZZZZZ9.
           05 FILLER               PIC X(06) VALUE " TILES".
           05 FILLER               PIC X(80) VALUE SPACES.

       01 WS-LINHA-CAB-MAPA.
           05 FILLER               PIC X(35) VALUE
               "  MAPA DE TILES (TOPO PRIMEIRO):".
           05 FILLER               PIC X(97) VALUE SPACES.

       01 WS-LINHA-CAB-TILE.
           05 FILLER               PIC X(47) VALUE
               "  TILE  LIN COL    XMIN    XMAX    YMIN    YMAX".
           05 FILLER               PIC X(85) VALUE SPACES.

       01 WS-LINHA-TILE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-ID              PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LT-LIN             PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-COL             PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-XMIN            PIC -ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-XMAX            PIC -ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-YMIN            PIC -ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LT-YMAX            PIC -ZZ9,99.
           05 FILLER                PIC X(85) VALUE SPACES.

       01 WS-LINHA-CARTAO.
           05 FILLER               PIC X(10) VALUE "  CARTAO: ".
           05 WS-LC-CARTAO         PIC X(80).
           05 FILLER               PIC X(42) VALUE SPACES.

       01 WS-LINHA-AVISO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LA-TEXTO          PIC X(130).

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
           05 WS-LR-VALOR           PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       77 WS-QTDE-TILES-ED     PIC ZZZZ9.

      ****** CARTOES DE TRANSFORMACAO GRAVADOS EM PNLCARDS
       01 WS-CARTAO-ESCALA.
           05 FILLER               PIC X(07) VALUE "ESCALA=".
           05 WS-CE-VALOR          PIC 9(03)V9999.
           05 FILLER               PIC X(66) VALUE SPACES.

       01 WS-CARTAO-OFF-X.
           05 FILLER               PIC X(08) VALUE "OFFSETX=".
           05 WS-COX-VALOR         PIC S9(05)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(64) VALUE SPACES.

       01 WS-CARTAO-OFF-Y.
           05 FILLER               PIC X(08) VALUE "OFFSETY=".
           05 WS-COY-VALOR         PIC S9(05)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                IF WS-FONTE-DECK
                    PERFORM P-PROCESSA-DECK THRU P-PROCESSA-DECK-FIM
                        UNTIL WS-FIM-LIDO
                ELSE
                    PERFORM P-ABRE-DESENHO-LINHAS THRU
                            P-ABRE-DESENHO-LINHAS-FIM
                    PERFORM P-PROCESSA-LINHAS THRU
                            P-PROCESSA-LINHAS-FIM
                        UNTIL WS-FIM-LIDO
                END-IF

                IF WS-DESENHO-ABERTO
                    PERFORM P-FECHA-DESENHO THRU P-FECHA-DESENHO-FIM
                END-IF

                PERFORM P-ENCERRA THRU P-ENCERRA-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO DE SAIDA SER ABERTO; CARTAO RUIM = RC 16.
      ******************************************************************

       P-LE-CONTROLE.

            MOVE "N" TO WS-CTL-FIM

            OPEN INPUT CONTROL-FILE

            IF WS-FS-CONTROLE NOT = "00"
                DISPLAY
                "CARTOES DE CONTROLE (CTLCARDS) AUSENTES ("
                WS-FS-CONTROLE "). PAPELX E PAPELY SAO OBRIGATORIOS."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            ELSE
                PERFORM P-LE-UM-CARTAO THRU P-LE-UM-CARTAO-FIM
                    UNTIL WS-CTL-FIM = "S"

                CLOSE CONTROL-FILE

                PERFORM P-VALIDA-CONTROLE THRU P-VALIDA-CONTROLE-FIM
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
                WHEN "FONTE"
                    MOVE WS-CTL-VALOR TO WS-CTL-FONTE
                WHEN "PREFIXO"
                    MOVE WS-CTL-VALOR (1:1) TO WS-CTL-PREFIXO
                WHEN "PAPELX"
                    MOVE WS-CTL-VALOR (1:5) TO WS-CTL-PAPEL-X-X
                    IF WS-CTL-PAPEL-X-NUM NOT NUMERIC
                       OR WS-CTL-PAPEL-X-NUM = ZERO
                        DISPLAY
                        "PAPELX INVALIDO (5 DIGITOS, NNNVV, NAO ZERO)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        MOVE "S" TO WS-CTL-PAPEL-X-INF
                    END-IF
                WHEN "PAPELY"
                    MOVE WS-CTL-VALOR (1:5) TO WS-CTL-PAPEL-Y-X
                    IF WS-CTL-PAPEL-Y-NUM NOT NUMERIC
                       OR WS-CTL-PAPEL-Y-NUM = ZERO
                        DISPLAY
                        "PAPELY INVALIDO (5 DIGITOS, NNNVV, NAO ZERO)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    ELSE
                        MOVE "S" TO WS-CTL-PAPEL-Y-INF
                    END-IF
                WHEN "SOBREPOSICAO"
                    MOVE WS-CTL-VALOR (1:5) TO WS-CTL-SOBREP-X
                    IF WS-CTL-SOBREP-NUM NOT NUMERIC
                        DISPLAY
                        "SOBREPOSICAO INVALIDA (5 DIGITOS, NNNVV)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "ESCALA"
                    MOVE WS-CTL-VALOR (1:7) TO WS-CTL-ESCALA-X
                    IF WS-CTL-ESCALA-NUM NOT NUMERIC
                       OR WS-CTL-ESCALA-NUM = ZERO
                        DISPLAY
                        "ESCALA INVALIDA (7 DIGITOS, NNNVVVV, NAO "
                        "ZERO)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "OFFSETX"
                    MOVE WS-CTL-VALOR (1:8) TO WS-CTL-OFF-X-X
                    IF WS-CTL-OFF-X-NUM NOT NUMERIC
                        DISPLAY
                        "OFFSETX INVALIDO (SINAL + 7 DIGITOS)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "OFFSETY"
                    MOVE WS-CTL-VALOR (1:8) TO WS-CTL-OFF-Y-X
                    IF WS-CTL-OFF-Y-NUM NOT NUMERIC
                        DISPLAY
                        "OFFSETY INVALIDO (SINAL + 7 DIGITOS)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

       P-VALIDA-CONTROLE.

            IF NOT WS-FONTE-LINHAS AND NOT WS-FONTE-DECK
                DISPLAY "FONTE INVALIDA (LINEIN OU DRAWIN)."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF NOT WS-CTL-TEM-PAPEL-X OR NOT WS-CTL-TEM-PAPEL-Y
                DISPLAY "PAPELX E PAPELY OBRIGATORIOS NOS CARTOES."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF WS-CTL-PREFIXO = SPACE
                DISPLAY "PREFIXO DOS TILES NAO PODE SER BRANCO."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF NOT WS-CTL-COM-ERRO
                IF WS-CTL-SOBREP-NUM NOT < WS-CTL-PAPEL-X-NUM
                   OR WS-CTL-SOBREP-NUM NOT < WS-CTL-PAPEL-Y-NUM
                    DISPLAY
                    "SOBREPOSICAO DEVE SER MENOR QUE OS DOIS LADOS "
                    "DO PAPEL."
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
                END-IF
            END-IF

            IF NOT WS-CTL-COM-ERRO
                MOVE WS-CTL-ESCALA-NUM TO WS-TRANSF-ESCALA
                MOVE WS-CTL-OFF-X-NUM TO WS-TRANSF-OFF-X
                MOVE WS-CTL-OFF-Y-NUM TO WS-TRANSF-OFF-Y

                COMPUTE WS-PASSO-X =
                    WS-CTL-PAPEL-X-NUM - WS-CTL-SOBREP-NUM
                COMPUTE WS-PASSO-Y =
                    WS-CTL-PAPEL-Y-NUM - WS-CTL-SOBREP-NUM

                DISPLAY "OPCOES VALIDADAS: FONTE=" WS-CTL-FONTE
                        " PAPELX=" WS-CTL-PAPEL-X-X
                        " PAPELY=" WS-CTL-PAPEL-Y-X
                        " SOBREPOSICAO=" WS-CTL-SOBREP-X
                        " PREFIXO=" WS-CTL-PREFIXO
            END-IF
            .
       P-VALIDA-CONTROLE-FIM.

      ******************************************************************
      * INICIALIZACAO - CARTOES, ENTRADA E AS TRES SAIDAS; QUALQUER
      * FALHA FECHA O QUE JA ABRIU E TERMINA SEM GERAR NADA.
      ******************************************************************

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. GERACAO ABORTADA."
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WS-FONTE-DECK
                    OPEN INPUT DRAW-INPUT
                    MOVE WS-FS-DRAW-INPUT TO WS-FS-LINE-INPUT
                ELSE
                    OPEN INPUT LINE-INPUT
                END-IF

                IF WS-FS-LINE-INPUT NOT = "00"
                    DISPLAY
                    "ARQUIVO DE ENTRADA (" WS-CTL-FONTE
                    ") NAO ENCONTRADO (" WS-FS-LINE-INPUT
                    "). GERACAO ABORTADA."
                    MOVE 12 TO RETURN-CODE
                ELSE
                    OPEN OUTPUT TRANS-FILE

                    IF WS-FS-TRANS NOT = "00"
                        DISPLAY
                        "ARQUIVO DE TRANSACOES (VPTRANS) COM ERRO AO "
                        "ABRIR (" WS-FS-TRANS "). GERACAO ABORTADA."
                        PERFORM P-FECHA-ENTRADA THRU
                                P-FECHA-ENTRADA-FIM
                        MOVE 12 TO RETURN-CODE
                    ELSE
                        OPEN OUTPUT PANEL-FILE

                        IF WS-FS-PAINEL NOT = "00"
                            DISPLAY
                            "ARQUIVO DE CARTOES (PNLCARDS) COM ERRO AO "
                            "ABRIR (" WS-FS-PAINEL
                            "). GERACAO ABORTADA."
                            PERFORM P-FECHA-ENTRADA THRU
                                    P-FECHA-ENTRADA-FIM
                            CLOSE TRANS-FILE
                            MOVE 12 TO RETURN-CODE
                        ELSE
                            OPEN OUTPUT REPORT-FILE

                            IF WS-FS-REPORT NOT = "00"
                                DISPLAY
                                "ARQUIVO DE RELATORIO (TILERPT) COM "
                                "ERRO AO ABRIR (" WS-FS-REPORT
                                "). GERACAO ABORTADA."
                                PERFORM P-FECHA-ENTRADA THRU
                                        P-FECHA-ENTRADA-FIM
                                CLOSE TRANS-FILE
                                CLOSE PANEL-FILE
                                MOVE 12 TO RETURN-CODE
                            ELSE
                                PERFORM P-ESCREVE-CABECALHO THRU
                                        P-ESCREVE-CABECALHO-FIM
                                PERFORM P-GRAVA-CARTOES-TRANSF THRU
                                        P-GRAVA-CARTOES-TRANSF-FIM
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P-INICIALIZA-FIM.

       P-FECHA-ENTRADA.

            IF WS-FONTE-DECK
                CLOSE DRAW-INPUT
            ELSE
                CLOSE LINE-INPUT
            END-IF
            .
       P-FECHA-ENTRADA-FIM.

       P-ESCREVE-CABECALHO.

            MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
            MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
            MOVE WS-CTL-FONTE TO WS-CAB-FONTE
            MOVE WS-CTL-PAPEL-X-NUM TO WS-CAB-PAPEL-X
            MOVE WS-CTL-PAPEL-Y-NUM TO WS-CAB-PAPEL-Y
            MOVE WS-CTL-SOBREP-NUM TO WS-CAB-SOBREP
            MOVE WS-TRANSF-ESCALA TO WS-CAB-ESCALA
            MOVE WS-TRANSF-OFF-X TO WS-CAB-OFF-X
            MOVE WS-TRANSF-OFF-Y TO WS-CAB-OFF-Y

            MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-CABECALHO3 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-CABECALHO-FIM.

      ****** A TRANSFORMACAO VAI UMA VEZ NO TOPO DE PNLCARDS; O
      ****** RECORTE A APLICA A TODOS OS VIEWPORTS DO PAINEL
       P-GRAVA-CARTOES-TRANSF.

            MOVE "* TILES GERADOS PELO TILEGEN - CARTOES PARA O PAINEL"
              TO PNL-LINHA
            WRITE PNL-LINHA

            MOVE WS-TRANSF-ESCALA TO WS-CE-VALOR
            MOVE WS-CARTAO-ESCALA TO PNL-LINHA
            WRITE PNL-LINHA

            MOVE WS-TRANSF-OFF-X TO WS-COX-VALOR
            MOVE WS-CARTAO-OFF-X TO PNL-LINHA
            WRITE PNL-LINHA

            MOVE WS-TRANSF-OFF-Y TO WS-COY-VALOR
            MOVE WS-CARTAO-OFF-Y TO PNL-LINHA
            WRITE PNL-LINHA
            .
       P-GRAVA-CARTOES-TRANSF-FIM.

      ******************************************************************
      * LEITURA - LINEIN E UM DESENHO SO; NO DECK CADA DH ABRE UM
      * DESENHO E O DT (OU O DH SEGUINTE, OU O FIM) O FECHA.
      ******************************************************************

       P-ABRE-DESENHO-LINHAS.

            MOVE "LINEIN" TO WS-DES-ID
            MOVE "ARQUIVO DE SEGMENTOS" TO WS-DES-TITULO

            PERFORM P-INICIA-DESENHO THRU P-INICIA-DESENHO-FIM
            .
       P-ABRE-DESENHO-LINHAS-FIM.

       P-PROCESSA-LINHAS.

            READ LINE-INPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-REGISTROS

                    IF LN-X1 NOT NUMERIC OR LN-Y1 NOT NUMERIC
                       OR LN-X2 NOT NUMERIC OR LN-Y2 NOT NUMERIC
                        ADD 1 TO WS-CONT-INVALIDOS
                    ELSE
                        ADD 1 TO WS-DES-ENTIDADES

                        MOVE LN-X1 TO WS-MUNDO-PX
                        MOVE LN-Y1 TO WS-MUNDO-PY
                        PERFORM P-ACUMULA-PONTO THRU
                                P-ACUMULA-PONTO-FIM

                        MOVE LN-X2 TO WS-MUNDO-PX
                        MOVE LN-Y2 TO WS-MUNDO-PY
                        PERFORM P-ACUMULA-PONTO THRU
                                P-ACUMULA-PONTO-FIM
                    END-IF
            END-READ
            .
       P-PROCESSA-LINHAS-FIM.

       P-PROCESSA-DECK.

            READ DRAW-INPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-REGISTROS

                    EVALUATE TRUE
                        WHEN DK-TIPO-CAB-DESENHO
                            IF WS-DESENHO-ABERTO
                                PERFORM P-FECHA-DESENHO THRU
                                        P-FECHA-DESENHO-FIM
                            END-IF
                            MOVE DK-DH-ID TO WS-DES-ID
                            MOVE DK-DH-TITULO TO WS-DES-TITULO
                            PERFORM P-INICIA-DESENHO THRU
                                    P-INICIA-DESENHO-FIM
                        WHEN DK-TIPO-TRAILER
                            IF WS-DESENHO-ABERTO
                                PERFORM P-FECHA-DESENHO THRU
                                        P-FECHA-DESENHO-FIM
                            END-IF
                        WHEN DK-TIPO-CAB-POLIGONO
                            CONTINUE
                        WHEN NOT WS-DESENHO-ABERTO
                            ADD 1 TO WS-CONT-INVALIDOS
                        WHEN DK-TIPO-LINHA
                            PERFORM P-DECK-LINHA THRU P-DECK-LINHA-FIM
                        WHEN DK-TIPO-VERTICE
                            PERFORM P-DECK-VERTICE THRU
                                    P-DECK-VERTICE-FIM
                        WHEN DK-TIPO-CIRCULO
                            MOVE DK-CI-CX TO WS-MUNDO-PX
                            MOVE DK-CI-CY TO WS-MUNDO-PY
                            MOVE DK-CI-RAIO TO WS-MUNDO-RAIO
                            PERFORM P-DECK-CURVA THRU P-DECK-CURVA-FIM
                        WHEN DK-TIPO-ARCO
                            MOVE DK-AR-CX TO WS-MUNDO-PX
                            MOVE DK-AR-CY TO WS-MUNDO-PY
                            MOVE DK-AR-RAIO TO WS-MUNDO-RAIO
                            PERFORM P-DECK-CURVA THRU P-DECK-CURVA-FIM
                        WHEN DK-TIPO-TEXTO
                            PERFORM P-DECK-TEXTO THRU P-DECK-TEXTO-FIM
                        WHEN OTHER
                            ADD 1 TO WS-CONT-INVALIDOS
                    END-EVALUATE
            END-READ
            .
       P-PROCESSA-DECK-FIM.

       P-DECK-LINHA.

            IF DK-LD-X1 NOT NUMERIC OR DK-LD-Y1 NOT NUMERIC
               OR DK-LD-X2 NOT NUMERIC OR DK-LD-Y2 NOT NUMERIC
                ADD 1 TO WS-CONT-INVALIDOS
            ELSE
                ADD 1 TO WS-DES-ENTIDADES

                MOVE DK-LD-X1 TO WS-MUNDO-PX
                MOVE DK-LD-Y1 TO WS-MUNDO-PY
                PERFORM P-ACUMULA-PONTO THRU P-ACUMULA-PONTO-FIM

                MOVE DK-LD-X2 TO WS-MUNDO-PX
                MOVE DK-LD-Y2 TO WS-MUNDO-PY
                PERFORM P-ACUMULA-PONTO THRU P-ACUMULA-PONTO-FIM
            END-IF
            .
       P-DECK-LINHA-FIM.

       P-DECK-VERTICE.

            IF DK-PV-X NOT NUMERIC OR DK-PV-Y NOT NUMERIC
                ADD 1 TO WS-CONT-INVALIDOS
            ELSE
                ADD 1 TO WS-DES-ENTIDADES

                MOVE DK-PV-X TO WS-MUNDO-PX
                MOVE DK-PV-Y TO WS-MUNDO-PY
                PERFORM P-ACUMULA-PONTO THRU P-ACUMULA-PONTO-FIM
            END-IF
            .
       P-DECK-VERTICE-FIM.

      ****** ROTULO ENTRA COMO UM CIRCULO EM TORNO DA ANCORA COM
      ****** RAIO = ALTURA * (CARACTERES * 0,8 + 1), QUE COBRE O
      ****** TEXTO INTEIRO EM QUALQUER ROTACAO
       P-DECK-TEXTO.

            IF DK-TX-ALTURA NOT NUMERIC OR DK-TX-TEXTO = SPACES
                ADD 1 TO WS-CONT-INVALIDOS
            ELSE
                MOVE ZERO TO WS-TX-BRANCOS
                INSPECT FUNCTION REVERSE (DK-TX-TEXTO)
                    TALLYING WS-TX-BRANCOS FOR LEADING SPACE
                COMPUTE WS-TX-TAMANHO = 32 - WS-TX-BRANCOS

                MOVE DK-TX-X TO WS-MUNDO-PX
                MOVE DK-TX-Y TO WS-MUNDO-PY
                COMPUTE WS-MUNDO-RAIO ROUNDED =
                    DK-TX-ALTURA * (WS-TX-TAMANHO * 0,8 + 1)
                    ON SIZE ERROR MOVE ZERO TO WS-MUNDO-RAIO
                END-COMPUTE

                PERFORM P-DECK-CURVA THRU P-DECK-CURVA-FIM
            END-IF
            .
       P-DECK-TEXTO-FIM.

      ****** CIRCULO E ARCO ENTRAM PELA CAIXA DO CIRCULO INTEIRO
      ****** (CENTRO +- RAIO TRANSFORMADO); PARA O ARCO A CAIXA E
      ****** CONSERVADORA, NUNCA CORTA UM TRECHO VISIVEL DO TILE
       P-DECK-CURVA.

            IF WS-MUNDO-PX NOT NUMERIC OR WS-MUNDO-PY NOT NUMERIC
               OR WS-MUNDO-RAIO NOT NUMERIC
               OR WS-MUNDO-RAIO NOT > ZERO
                ADD 1 TO WS-CONT-INVALIDOS
            ELSE
                ADD 1 TO WS-DES-ENTIDADES

                PERFORM P-TRANSFORMA-PONTO THRU P-TRANSFORMA-PONTO-FIM

                IF NOT WS-TRANSF-ESTOUROU
                    COMPUTE WS-RAIO-T ROUNDED =
                        WS-MUNDO-RAIO * WS-TRANSF-ESCALA
                        ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                    END-COMPUTE
                END-IF

                IF WS-TRANSF-ESTOUROU
                    ADD 1 TO WS-DES-FORA-FAIXA
                ELSE
                    MOVE WS-PONTO-TX TO WS-CENTRO-TX
                    MOVE WS-PONTO-TY TO WS-CENTRO-TY

                    COMPUTE WS-PONTO-TX = WS-CENTRO-TX - WS-RAIO-T
                        ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                    END-COMPUTE
                    COMPUTE WS-PONTO-TY = WS-CENTRO-TY - WS-RAIO-T
                        ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                    END-COMPUTE
                    PERFORM P-ACUMULA-TRANSFORMADO THRU
                            P-ACUMULA-TRANSFORMADO-FIM

                    MOVE "N" TO WS-TRANSF-ESTOURO
                    COMPUTE WS-PONTO-TX = WS-CENTRO-TX + WS-RAIO-T
                        ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                    END-COMPUTE
                    COMPUTE WS-PONTO-TY = WS-CENTRO-TY + WS-RAIO-T
                        ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                    END-COMPUTE
                    PERFORM P-ACUMULA-TRANSFORMADO THRU
                            P-ACUMULA-TRANSFORMADO-FIM
                END-IF
            END-IF
            .
       P-DECK-CURVA-FIM.

      ******************************************************************
      * EXTENSAO - TRANSFORMACAO IGUAL A DO RECORTE (X' = (X - OFFSET)
      * * ESCALA); PONTO QUE NAO CABE NO ESPACO DE RECORTE E CONTADO
      * FORA DA FAIXA E NAO ALARGA A EXTENSAO.
      ******************************************************************

       P-ACUMULA-PONTO.

            PERFORM P-TRANSFORMA-PONTO THRU P-TRANSFORMA-PONTO-FIM
            PERFORM P-ACUMULA-TRANSFORMADO THRU
                    P-ACUMULA-TRANSFORMADO-FIM
            .
       P-ACUMULA-PONTO-FIM.

       P-TRANSFORMA-PONTO.

            MOVE "N" TO WS-TRANSF-ESTOURO

            COMPUTE WS-PONTO-TX ROUNDED =
                (WS-MUNDO-PX - WS-TRANSF-OFF-X) * WS-TRANSF-ESCALA
                ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
            END-COMPUTE

            COMPUTE WS-PONTO-TY ROUNDED =
                (WS-MUNDO-PY - WS-TRANSF-OFF-Y) * WS-TRANSF-ESCALA
                ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
            END-COMPUTE
            .
       P-TRANSFORMA-PONTO-FIM.

       P-ACUMULA-TRANSFORMADO.

            IF WS-TRANSF-ESTOUROU
                ADD 1 TO WS-DES-FORA-FAIXA
            ELSE
                IF WS-EXTENSAO-VAZIA
                    MOVE WS-PONTO-TX TO WS-EXT-XMIN
                    MOVE WS-PONTO-TX TO WS-EXT-XMAX
                    MOVE WS-PONTO-TY TO WS-EXT-YMIN
                    MOVE WS-PONTO-TY TO WS-EXT-YMAX
                    MOVE "N" TO WS-EXT-VAZIA
                ELSE
                    IF WS-PONTO-TX < WS-EXT-XMIN
                        MOVE WS-PONTO-TX TO WS-EXT-XMIN
                    END-IF
                    IF WS-PONTO-TX > WS-EXT-XMAX
                        MOVE WS-PONTO-TX TO WS-EXT-XMAX
                    END-IF
                    IF WS-PONTO-TY < WS-EXT-YMIN
                        MOVE WS-PONTO-TY TO WS-EXT-YMIN
                    END-IF
                    IF WS-PONTO-TY > WS-EXT-YMAX
                        MOVE WS-PONTO-TY TO WS-EXT-YMAX
                    END-IF
                END-IF
            END-IF
            .
       P-ACUMULA-TRANSFORMADO-FIM.

       P-INICIA-DESENHO.

            ADD 1 TO WS-CONT-DESENHOS

            MOVE "S" TO WS-DES-ABERTO
            MOVE "S" TO WS-EXT-VAZIA
            MOVE ZERO TO WS-DES-ENTIDADES
            MOVE ZERO TO WS-DES-FORA-FAIXA
            MOVE ZERO TO WS-EXT-XMIN
            MOVE ZERO TO WS-EXT-XMAX
            MOVE ZERO TO WS-EXT-YMIN
            MOVE ZERO TO WS-EXT-YMAX
            .
       P-INICIA-DESENHO-FIM.

      ******************************************************************
      * FECHAMENTO DO DESENHO - GRADE, TILES (VPTRANS), MAPA E CARTOES
      * PAINEL. PASSO = PAPEL - SOBREPOSICAO; A GRADE COBRE A EXTENSAO
      * A PARTIR DO CANTO INFERIOR ESQUERDO.
      ******************************************************************

       P-FECHA-DESENHO.

            MOVE "N" TO WS-DES-ABERTO
            MOVE ZERO TO WS-TAB-QTDE

            ADD WS-DES-FORA-FAIXA TO WS-CONT-FORA-FAIXA

            MOVE WS-DES-ID TO WS-LS-ID-DESENHO
            MOVE WS-DES-TITULO TO WS-LS-TITULO
            MOVE WS-LINHA-SECAO-DESENHO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE WS-EXT-XMIN TO WS-LE-XMIN
            MOVE WS-EXT-XMAX TO WS-LE-XMAX
            MOVE WS-EXT-YMIN TO WS-LE-YMIN
            MOVE WS-EXT-YMAX TO WS-LE-YMAX
            MOVE WS-DES-ENTIDADES TO WS-LE-ENTIDADES
            MOVE WS-DES-FORA-FAIXA TO WS-LE-FORA-FAIXA
            MOVE WS-LINHA-EXTENSAO TO RPT-LINHA
            WRITE RPT-LINHA

            IF WS-DES-FORA-FAIXA > ZERO
                MOVE SPACES TO WS-LA-TEXTO
                STRING "AVISO: PONTOS FORA DO ESPACO DE RECORTE APOS A "
                       "TRANSFORMACAO - SERAO SUSPENSOS PELO RECORTE."
                    DELIMITED BY SIZE
                    INTO WS-LA-TEXTO
                END-STRING
                PERFORM P-ESCREVE-AVISO THRU P-ESCREVE-AVISO-FIM
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF

            IF WS-EXTENSAO-VAZIA
                ADD 1 TO WS-CONT-SEM-GEOMETRIA
                MOVE SPACES TO WS-LA-TEXTO
                STRING "DESENHO SEM GEOMETRIA NO ESPACO DE RECORTE - "
                       "NENHUM TILE GERADO."
                    DELIMITED BY SIZE
                    INTO WS-LA-TEXTO
                END-STRING
                PERFORM P-ESCREVE-AVISO THRU P-ESCREVE-AVISO-FIM
            ELSE
                PERFORM P-CALCULA-GRADE THRU P-CALCULA-GRADE-FIM

                MOVE WS-COLUNAS TO WS-LG-COLUNAS
                MOVE WS-LINHAS TO WS-LG-LINHAS
                MOVE WS-QTDE-TILES TO WS-LG-TILES
                MOVE WS-LINHA-GRADE TO RPT-LINHA
                WRITE RPT-LINHA

                EVALUATE TRUE
                    WHEN WS-QTDE-TILES > 99
                        ADD 1 TO WS-CONT-NAO-GERADOS
                        MOVE SPACES TO WS-LA-TEXTO
                        STRING "DESENHO EXCEDE 99 TILES - NAO GERADO. "
                               "AUMENTE O PAPEL OU REDUZA A ESCALA."
                            DELIMITED BY SIZE
                            INTO WS-LA-TEXTO
                        END-STRING
                        PERFORM P-ESCREVE-AVISO THRU
                                P-ESCREVE-AVISO-FIM
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    WHEN WS-SEQ-TILE + WS-QTDE-TILES > 999
                        ADD 1 TO WS-CONT-NAO-GERADOS
                        MOVE SPACES TO WS-LA-TEXTO
                        STRING "SEQUENCIA DE IDS DE TILE ESGOTADA NO "
                               "RUN - DESENHO NAO GERADO. USE OUTRO "
                               "PREFIXO."
                            DELIMITED BY SIZE
                            INTO WS-LA-TEXTO
                        END-STRING
                        PERFORM P-ESCREVE-AVISO THRU
                                P-ESCREVE-AVISO-FIM
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    WHEN OTHER
                        PERFORM P-GERA-TILES THRU P-GERA-TILES-FIM
                END-EVALUATE
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-FECHA-DESENHO-FIM.

       P-CALCULA-GRADE.

            COMPUTE WS-LARGURA = WS-EXT-XMAX - WS-EXT-XMIN
            COMPUTE WS-ALTURA = WS-EXT-YMAX - WS-EXT-YMIN

            IF WS-LARGURA NOT > WS-CTL-PAPEL-X-NUM
                MOVE 1 TO WS-COLUNAS
            ELSE
                COMPUTE WS-EXCESSO = WS-LARGURA - WS-CTL-PAPEL-X-NUM
                DIVIDE WS-PASSO-X INTO WS-EXCESSO
                    GIVING WS-QUOCIENTE-INT REMAINDER WS-SOBRA
                IF WS-SOBRA > ZERO
                    ADD 1 TO WS-QUOCIENTE-INT
                END-IF
                COMPUTE WS-COLUNAS = WS-QUOCIENTE-INT + 1
            END-IF

            IF WS-ALTURA NOT > WS-CTL-PAPEL-Y-NUM
                MOVE 1 TO WS-LINHAS
            ELSE
                COMPUTE WS-EXCESSO = WS-ALTURA - WS-CTL-PAPEL-Y-NUM
                DIVIDE WS-PASSO-Y INTO WS-EXCESSO
                    GIVING WS-QUOCIENTE-INT REMAINDER WS-SOBRA
                IF WS-SOBRA > ZERO
                    ADD 1 TO WS-QUOCIENTE-INT
                END-IF
                COMPUTE WS-LINHAS = WS-QUOCIENTE-INT + 1
            END-IF

            COMPUTE WS-QTDE-TILES = WS-COLUNAS * WS-LINHAS
            .
       P-CALCULA-GRADE-FIM.

       P-GERA-TILES.

            ADD 1 TO WS-CONT-LADRILHADOS

            MOVE WS-LINHA-CAB-TILE TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-GERA-LINHA-TILES THRU P-GERA-LINHA-TILES-FIM
                VARYING WS-LIN-T FROM 1 BY 1
                UNTIL WS-LIN-T > WS-LINHAS

            PERFORM P-IMPRIME-MAPA THRU P-IMPRIME-MAPA-FIM

            IF WS-TAB-QTDE > 8
                ADD 1 TO WS-CONT-ACIMA-PAINEL
                MOVE WS-TAB-QTDE TO WS-QTDE-TILES-ED
                MOVE SPACES TO WS-LA-TEXTO
                STRING "ATENCAO: DESENHO REQUER " WS-QTDE-TILES-ED
                       " TILES - O PAINEL ACEITA 8 POR RUN DE RECORTE;"
                       " LISTA DIVIDIDA EM CARTOES PAINEL DE 8."
                    DELIMITED BY SIZE
                    INTO WS-LA-TEXTO
                END-STRING
                PERFORM P-ESCREVE-AVISO THRU P-ESCREVE-AVISO-FIM
                DISPLAY "DESENHO " WS-DES-ID " REQUER "
                        WS-QTDE-TILES-ED " TILES (LIMITE DO PAINEL: 8)."
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF

            MOVE ZERO TO WS-GRUPO-NUM
            PERFORM P-GRAVA-CARTAO-PAINEL THRU
                    P-GRAVA-CARTAO-PAINEL-FIM
                VARYING WS-GRUPO-INI FROM 1 BY 8
                UNTIL WS-GRUPO-INI > WS-TAB-QTDE
            .
       P-GERA-TILES-FIM.

       P-GERA-LINHA-TILES.

            PERFORM P-GERA-UM-TILE THRU P-GERA-UM-TILE-FIM
                VARYING WS-COL-T FROM 1 BY 1
                UNTIL WS-COL-T > WS-COLUNAS
            .
       P-GERA-LINHA-TILES-FIM.

       P-GERA-UM-TILE.

            ADD 1 TO WS-SEQ-TILE
            ADD 1 TO WS-CONT-TILES
            ADD 1 TO WS-TAB-QTDE

            MOVE WS-CTL-PREFIXO TO WS-TI-PREFIXO
            MOVE WS-SEQ-TILE TO WS-TI-SEQ

            MOVE WS-TILE-ID TO WS-TL-ID (WS-TAB-QTDE)
            MOVE WS-LIN-T TO WS-TL-LIN (WS-TAB-QTDE)
            MOVE WS-COL-T TO WS-TL-COL (WS-TAB-QTDE)

            COMPUTE WS-TILE-X0 =
                WS-EXT-XMIN + WS-COL-T * WS-PASSO-X - WS-PASSO-X
            COMPUTE WS-TILE-X1 = WS-TILE-X0 + WS-CTL-PAPEL-X-NUM
            COMPUTE WS-TILE-Y0 =
                WS-EXT-YMIN + WS-LIN-T * WS-PASSO-Y - WS-PASSO-Y
            COMPUTE WS-TILE-Y1 = WS-TILE-Y0 + WS-CTL-PAPEL-Y-NUM

      ****** A ULTIMA COLUNA/LINHA PODE PASSAR DO LIMITE DO ESPACO DE
      ****** RECORTE; A JANELA E APARADA NELE (A EXTENSAO JA CABE)
            IF WS-TILE-X1 > WS-LIMITE-CLIP
                MOVE WS-LIMITE-CLIP TO WS-TILE-X1
            END-IF
            IF WS-TILE-Y1 > WS-LIMITE-CLIP
                MOVE WS-LIMITE-CLIP TO WS-TILE-Y1
            END-IF

            MOVE SPACES TO TX-REGISTRO-TRANSACAO
            MOVE "I" TO TX-ACAO
            MOVE WS-TILE-ID TO TX-VP-ID

            MOVE WS-LIN-T TO WS-DESC-LIN
            MOVE WS-COL-T TO WS-DESC-COL
            STRING WS-DES-ID DELIMITED BY SPACE
                   " L" WS-DESC-LIN " C" WS-DESC-COL
                   DELIMITED BY SIZE
                INTO TX-VP-DESCRICAO
            END-STRING

            MOVE WS-TILE-X0 TO TX-VP-XMIN
            MOVE WS-TILE-X1 TO TX-VP-XMAX
            MOVE WS-TILE-Y0 TO TX-VP-YMIN
            MOVE WS-TILE-Y1 TO TX-VP-YMAX
            MOVE WS-TRANSF-ESCALA TO TX-VP-ESCALA
            MOVE WS-TRANSF-OFF-X TO TX-VP-OFFSET-X
            MOVE WS-TRANSF-OFF-Y TO TX-VP-OFFSET-Y

            WRITE TX-REGISTRO-TRANSACAO

            MOVE WS-TILE-ID TO WS-LT-ID
            MOVE WS-LIN-T TO WS-LT-LIN
            MOVE WS-COL-T TO WS-LT-COL
            MOVE WS-TILE-X0 TO WS-LT-XMIN
            MOVE WS-TILE-X1 TO WS-LT-XMAX
            MOVE WS-TILE-Y0 TO WS-LT-YMIN
            MOVE WS-TILE-Y1 TO WS-LT-YMAX
            MOVE WS-LINHA-TILE TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-GERA-UM-TILE-FIM.

      ****** MAPA - UMA LINHA POR LINHA DA GRADE, DE CIMA PARA BAIXO,
      ****** COM OS IDS DA ESQUERDA PARA A DIREITA ("+" AO FIM QUANDO
      ****** A LINHA NAO CABE NA LARGURA DO RELATORIO)
       P-IMPRIME-MAPA.

            MOVE WS-LINHA-CAB-MAPA TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-IMPRIME-LINHA-MAPA THRU P-IMPRIME-LINHA-MAPA-FIM
                VARYING WS-LIN-T FROM WS-LINHAS BY -1
                UNTIL WS-LIN-T < 1
            .
       P-IMPRIME-MAPA-FIM.

       P-IMPRIME-LINHA-MAPA.

            MOVE SPACES TO WS-MAPA-LINHA
            MOVE WS-LIN-T TO WS-MAPA-LIN-ED
            MOVE 1 TO WS-MAPA-PONTEIRO

            STRING "    L" WS-MAPA-LIN-ED " |"
                DELIMITED BY SIZE
                INTO WS-MAPA-LINHA
                WITH POINTER WS-MAPA-PONTEIRO
            END-STRING

            PERFORM P-IMPRIME-CELULA-MAPA THRU
                    P-IMPRIME-CELULA-MAPA-FIM
                VARYING WS-COL-T FROM 1 BY 1
                UNTIL WS-COL-T > WS-COLUNAS

            MOVE WS-MAPA-LINHA TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-IMPRIME-LINHA-MAPA-FIM.

       P-IMPRIME-CELULA-MAPA.

            COMPUTE WS-TAB-POS =
                (WS-LIN-T - 1) * WS-COLUNAS + WS-COL-T

            IF WS-MAPA-PONTEIRO > 126
                MOVE "+" TO WS-MAPA-LINHA (132:1)
            ELSE
                STRING " " WS-TL-ID (WS-TAB-POS)
                    DELIMITED BY SIZE
                    INTO WS-MAPA-LINHA
                    WITH POINTER WS-MAPA-PONTEIRO
                END-STRING
            END-IF
            .
       P-IMPRIME-CELULA-MAPA-FIM.

      ****** CARTAO PAINEL - ATE 8 IDS POR CARTAO (LIMITE DE UM RUN DE
      ****** RECORTE); SO O PRIMEIRO CARTAO DO ARQUIVO SAI ATIVO, OS
      ****** DEMAIS SAEM COMENTADOS PARA OS RUNS SEGUINTES
       P-GRAVA-CARTAO-PAINEL.

            ADD 1 TO WS-GRUPO-NUM
            ADD 1 TO WS-CARTOES-PAINEL

            COMPUTE WS-GRUPO-FIM = WS-GRUPO-INI + 7
            IF WS-GRUPO-FIM > WS-TAB-QTDE
                MOVE WS-TAB-QTDE TO WS-GRUPO-FIM
            END-IF

            COMPUTE WS-GRUPO-QTDE = (WS-TAB-QTDE + 7) / 8
            MOVE WS-GRUPO-NUM TO WS-GRUPO-NUM-ED
            MOVE WS-GRUPO-QTDE TO WS-GRUPO-QTDE-ED

            MOVE SPACES TO PNL-LINHA
            STRING "* DESENHO " WS-DES-ID " - RUN DE PAINEL "
                   WS-GRUPO-NUM-ED " DE " WS-GRUPO-QTDE-ED
                DELIMITED BY SIZE
                INTO PNL-LINHA
            END-STRING
            WRITE PNL-LINHA

            MOVE SPACES TO WS-CARTAO-PAINEL
            MOVE 1 TO WS-CARTAO-PONTEIRO

            IF WS-CARTOES-PAINEL > 1
                STRING "*" DELIMITED BY SIZE
                    INTO WS-CARTAO-PAINEL
                    WITH POINTER WS-CARTAO-PONTEIRO
                END-STRING
            END-IF

            STRING "PAINEL=" DELIMITED BY SIZE
                INTO WS-CARTAO-PAINEL
                WITH POINTER WS-CARTAO-PONTEIRO
            END-STRING

            PERFORM P-MONTA-CARTAO-PAINEL THRU
                    P-MONTA-CARTAO-PAINEL-FIM
                VARYING WS-TAB-POS FROM WS-GRUPO-INI BY 1
                UNTIL WS-TAB-POS > WS-GRUPO-FIM

            MOVE WS-CARTAO-PAINEL TO PNL-LINHA
            WRITE PNL-LINHA

            MOVE WS-CARTAO-PAINEL TO WS-LC-CARTAO
            MOVE WS-LINHA-CARTAO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-GRAVA-CARTAO-PAINEL-FIM.

       P-MONTA-CARTAO-PAINEL.

            IF WS-TAB-POS > WS-GRUPO-INI
                STRING "," DELIMITED BY SIZE
                    INTO WS-CARTAO-PAINEL
                    WITH POINTER WS-CARTAO-PONTEIRO
                END-STRING
            END-IF

            STRING WS-TL-ID (WS-TAB-POS) DELIMITED BY SIZE
                INTO WS-CARTAO-PAINEL
                WITH POINTER WS-CARTAO-PONTEIRO
            END-STRING
            .
       P-MONTA-CARTAO-PAINEL-FIM.

       P-ESCREVE-AVISO.

            MOVE WS-LINHA-AVISO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-AVISO-FIM.

       P-ENCERRA.

            MOVE "REGISTROS LIDOS:            " TO WS-LR-ROTULO
            MOVE WS-CONT-REGISTROS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "REGISTROS INVALIDOS:        " TO WS-LR-ROTULO
            MOVE WS-CONT-INVALIDOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PONTOS FORA DA FAIXA:       " TO WS-LR-ROTULO
            MOVE WS-CONT-FORA-FAIXA TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS LIDOS:             " TO WS-LR-ROTULO
            MOVE WS-CONT-DESENHOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS COM TILES:         " TO WS-LR-ROTULO
            MOVE WS-CONT-LADRILHADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS SEM GEOMETRIA:     " TO WS-LR-ROTULO
            MOVE WS-CONT-SEM-GEOMETRIA TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS NAO GERADOS:       " TO WS-LR-ROTULO
            MOVE WS-CONT-NAO-GERADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS ACIMA DE 8 TILES:  " TO WS-LR-ROTULO
            MOVE WS-CONT-ACIMA-PAINEL TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "TILES GERADOS (VPTRANS):    " TO WS-LR-ROTULO
            MOVE WS-CONT-TILES TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "CARTOES PAINEL GERADOS:     " TO WS-LR-ROTULO
            MOVE WS-CARTOES-PAINEL TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-FECHA-ENTRADA THRU P-FECHA-ENTRADA-FIM
            CLOSE TRANS-FILE
            CLOSE PANEL-FILE
            CLOSE REPORT-FILE

            DISPLAY " "
            DISPLAY "RESUMO DA GERACAO DE TILES:"
            DISPLAY "DESENHOS:        " WS-CONT-DESENHOS
            DISPLAY "TILES GERADOS:   " WS-CONT-TILES
            DISPLAY "CARTOES PAINEL:  " WS-CARTOES-PAINEL
            DISPLAY "ACIMA DE 8:      " WS-CONT-ACIMA-PAINEL
            DISPLAY "NAO GERADOS:     " WS-CONT-NAO-GERADOS
            .
       P-ENCERRA-FIM.

       END PROGRAM TILEGEN.
