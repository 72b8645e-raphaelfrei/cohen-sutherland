      *               so the pendentes that SUSPFIX carries forward
      *               through the SUSPNEW swap survive the next clip
      *               run and keep aging.
      * 15/10/2026 RF Keep-out masks: a mask master (MASKMSTR, keyed
      *               by VP-ID) holds up to 8 rectangular zones per
      *               viewport; batch, panel and drawing runs cut
      *               every line, arc and polygon outline out of the
      *               zones after the window clip. A segment a zone
      *               touches gets the new MASKED verdict and one
      *               LINEOUT/LD detail per visible piece; the extra
      *               pieces are counted on the checkpoint and on the
      *               TRL detail count. Mask maintenance (menu option
      *               6) validates each zone against its viewport and
      *               logs every change to VPHIST.
      * 15/10/2026 RF Polygon hatching in the drawing deck: the PH
      *               header carries pattern, spacing, angle and pen;
      *               after POLYCLIP the hatch lines are generated
      *               inside the clipped outline (cut out of any
      *               keep-out zone) and written to DRAWOUT as HT
      *               strokes under the hatch pen. Bad hatch
      *               attributes suspend the polygon (reason 13); the
      *               DT count still covers input details only.
      * 15/10/2026 RF Text details (TX) in the drawing deck: the
      *               label's whole bounding box is tested against the
      *               window and the keep-out zones. Inside it is kept
      *               whole (TX to DRAWOUT), wholly outside it is
      *               dropped, and a label the window or a zone would
      *               cut is suspended (reason 15); bad attributes
      *               suspend it under reason 14.
      * 15/10/2026 RF Drawing mode posts every drawing of the deck to
      *               the DWGMSTR drawing-status master through the
      *               DWGREG subprogram at its DT (or at the next DH /
      *               end of deck when the DT is missing): CLIPPED with
      *               the detail count, or SUSPENDED when any of its
      *               details was suspended by this run.
      * 15/10/2026 RF Partitioned batch run: the PARTICAO=nn card
      *               (01-08, batch mode only) clips one partition of
      *               LINEIN written by CLIPSPLT. The run registers in
      *               RUNCTL as job COHCLPnn on dataset LOUTPnn, so
      *               the partitions run side by side while a second
      *               run of the same partition is refused, and the
      *               checkpoint is stamped LINEIN.Pnn; a restart
      *               ignores a checkpoint stamped for another file.
      *               CLIPMRG merges the partitions.
      * 15/10/2026 RF Text box width of a TX label now takes the
      *               trimmed text length straight from an INSPECT of
      *               the reversed text instead of a scan loop.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS VP-ID
               FILE STATUS IS WS-FS-VIEWPORT.

           SELECT MASK-FILE ASSIGN TO "MASKMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-VP-ID
               FILE STATUS IS WS-FS-MASCARA.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPT.
           LABEL RECORDS ARE OMITTED.
       COPY VIEWPORT.

       FD  MASK-FILE
           LABEL RECORDS ARE OMITTED.
       COPY MASKREC.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE OMITTED.
       COPY CHKPTREC.
           88 WS-VEREDITO-ACEITA      VALUE "ACCEPTED".
           88 WS-VEREDITO-REJEITADA   VALUE "REJECTED".
           88 WS-VEREDITO-CORTADA     VALUE "CLIPPED".
           88 WS-VEREDITO-MASCARADA   VALUE "MASKED".

      ****** CONTROLE DE MODO DE OPERACAO
       77 WS-MODO-OPERACAO    PIC X(01) VALUE SPACES.
           88 WS-MODO-VIEWPORT-MANUT  VALUE "3".
           88 WS-MODO-POLIGONO        VALUE "4".
           88 WS-MODO-DESENHO         VALUE "5".
           88 WS-MODO-MASCARA-MANUT   VALUE "6".

       77 WS-STATUS            PIC X(01) VALUE "S".
           88 WS-REPETIR              VALUE "S" "s".
               10 PA-CONT-ACEITAS    PIC 9(08).
               10 PA-CONT-REJEITADAS PIC 9(08).
               10 PA-CONT-CORTADAS   PIC 9(08).
               10 PA-CONT-MASCARADAS PIC 9(08).
               10 PA-QTDE-ZONAS      PIC 9(02).
               10 PA-ZONA OCCURS 8 TIMES
                          INDEXED BY PZ-IDX.
                   15 PA-Z-XMIN      PIC S999V99.
                   15 PA-Z-XMAX      PIC S999V99.
                   15 PA-Z-YMIN      PIC S999V99.
                   15 PA-Z-YMAX      PIC S999V99.

      ****** ZONAS DE EXCLUSAO (MASCARAS) - O TRECHO VISIVEL DO
      ****** SEGMENTO JA RECORTADO, EM FORMA PARAMETRICA [0,1], PERDE
      ****** O INTERVALO QUE CAI DENTRO DE CADA ZONA (LIANG-BARSKY
      ****** CONTRA O RETANGULO DA ZONA); O QUE SOBRA SAO OS PEDACOS.
      ****** SO O INTERIOR DA ZONA E CORTADO: TRACO SOBRE A BORDA FICA.
       77 WS-MASC-ZONA-NUM      PIC 9(02) VALUE ZERO.
       77 WS-MASC-ATINGIU       PIC X(01) VALUE "N".
           88 WS-MASC-TOCOU           VALUE "S".
       77 WS-MASC-FORA          PIC X(01) VALUE "N".
           88 WS-MASC-SEM-CONTATO     VALUE "S".
       77 WS-MASC-DX            PIC S9(04)V99 VALUE ZERO.
       77 WS-MASC-DY            PIC S9(04)V99 VALUE ZERO.
       77 WS-MASC-P             PIC S9(04)V99 VALUE ZERO.
       77 WS-MASC-Q             PIC S9(04)V99 VALUE ZERO.
       77 WS-MASC-R             PIC S9(07)V9(06) VALUE ZERO.
       77 WS-MASC-T0            PIC S9(07)V9(06) VALUE ZERO.
       77 WS-MASC-T1            PIC S9(07)V9(06) VALUE ZERO.
       77 WS-MASC-NOVO-INI      PIC S9V9(06) VALUE ZERO.
       77 WS-MASC-NOVO-FIM      PIC S9V9(06) VALUE ZERO.
       77 WS-MASC-PX1           PIC S999V99 VALUE ZERO.
       77 WS-MASC-PY1           PIC S999V99 VALUE ZERO.
       77 WS-MASC-PX2           PIC S999V99 VALUE ZERO.
       77 WS-MASC-PY2           PIC S999V99 VALUE ZERO.

       01 WS-TAB-PEDACOS.
           05 WS-PEDACO-QTDE    PIC 9(02) VALUE ZERO.
           05 WS-PEDACO OCCURS 10 TIMES
                          INDEXED BY PD-IDX.
               10 WS-PD-T-INI   PIC S9V9(06).
               10 WS-PD-T-FIM   PIC S9V9(06).
               10 WS-PD-X1      PIC S999V99.
               10 WS-PD-Y1      PIC S999V99.
               10 WS-PD-X2      PIC S999V99.
               10 WS-PD-Y2      PIC S999V99.

      ****** PEDACOS EM MONTAGEM (COPIADOS DE VOLTA A CADA ZONA)
       01 WS-TAB-PEDACOS-NOVOS.
           05 WS-PN-QTDE        PIC 9(02) VALUE ZERO.
           05 WS-PN-PEDACO OCCURS 10 TIMES
                          INDEXED BY PN-IDX.
               10 WS-PN-T-INI   PIC S9V9(06).
               10 WS-PN-T-FIM   PIC S9V9(06).
               10 WS-PN-X1      PIC S999V99.
               10 WS-PN-Y1      PIC S999V99.
               10 WS-PN-X2      PIC S999V99.
               10 WS-PN-Y2      PIC S999V99.

      ****** STATUS DE ARQUIVO
       77 WS-FS-LINE-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-SUSPENSE       PIC X(02) VALUE "00".
       77 WS-FS-DRAW-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-DRAW-OUTPUT    PIC X(02) VALUE "00".
       77 WS-FS-MASCARA        PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO-LINHAS PIC X(01) VALUE "N".
           88 WS-FIM-LINHAS           VALUE "S".
       77 WS-CONT-CORTADAS      PIC 9(08) VALUE ZERO.
       77 WS-CONT-TOTAL         PIC 9(08) VALUE ZERO.
       77 WS-CONT-SUSPENSAS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-MASCARADAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-PECAS-EXTRA   PIC 9(08) VALUE ZERO.

      ****** TOTAIS DE CONTROLE DO LOTE (HASH DAS COLUNAS ORIGINAIS)
       77 WS-HASH-X1            PIC 9(12)V99 VALUE ZERO.
           88 WS-SUSP-FORA-FAIXA      VALUE "10".
           88 WS-SUSP-PENA-INVALIDA   VALUE "11".
           88 WS-SUSP-ARCO-INVALIDO   VALUE "12".
           88 WS-SUSP-HACHURA-INVALIDA VALUE "13".
           88 WS-SUSP-ROTULO-INVALIDO VALUE "14".
           88 WS-SUSP-ROTULO-CORTADO  VALUE "15".

       77 WS-QTDE-CAMPOS-VALIDAR PIC 9 VALUE 4.

       01 WS-CTL-OFF-Y-X REDEFINES WS-CTL-OFF-Y-NUM
                                PIC X(08).

      ****** PARTICAO DO LOTE DIVIDIDO PELO CLIPSPLT (ZERO = LINEIN
      ****** INTEIRO); CARIMBA O CHECKPOINT E O REGISTRO DE EXECUCOES
       01 WS-CTL-PARTICAO-NUM   PIC 9(02) VALUE ZERO.
       01 WS-CTL-PARTICAO-X REDEFINES WS-CTL-PARTICAO-NUM
                                PIC X(02).

       77 WS-CKP-ARQUIVO-NOME   PIC X(20) VALUE "LINEIN".

      ****** CHECKPOINT / REINICIO DO LOTE
       77 WS-RESTART-RESP       PIC X(01) VALUE "N".
           88 WS-RESTART-SIM          VALUE "S" "s".
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-VPH-DEPOIS         PIC X(73).

      ****** MANUTENCAO DO CADASTRO DE MASCARAS (MASKMSTR)
       77 WS-MK-VP-ACHADO       PIC X(01) VALUE "N".
           88 WS-MK-VIEWPORT-OK       VALUE "S".
       77 WS-MK-REG-ACHADO      PIC X(01) VALUE "N".
           88 WS-MK-REG-EXISTE        VALUE "S".
       77 WS-MK-FIM             PIC X(01) VALUE "N".
       77 WS-MK-ZONA-NUM        PIC 9(02) VALUE ZERO.
       77 WS-MK-ZONA-SUB        PIC 9(02) VALUE ZERO.
       77 WS-MK-ZONA-PROX       PIC 9(02) VALUE ZERO.
       77 WS-MK-JAN-XMIN        PIC S999V99 VALUE ZERO.
       77 WS-MK-JAN-XMAX        PIC S999V99 VALUE ZERO.
       77 WS-MK-JAN-YMIN        PIC S999V99 VALUE ZERO.
       77 WS-MK-JAN-YMAX        PIC S999V99 VALUE ZERO.

       01 WS-MK-ZONA-DIGITADA.
           05 WS-MKD-DESCRICAO      PIC X(10).
           05 WS-MKD-XMIN           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-MKD-XMAX           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-MKD-YMIN           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-MKD-YMAX           PIC S999V99 SIGN LEADING SEPARATE.

      ****** IMAGEM DE UMA ZONA NO HISTORICO (VPHIST ANTES/DEPOIS)
       01 WS-MK-IMAGEM-ZONA.
           05 WS-MKI-VP-ID          PIC X(04).
           05 WS-MKI-ZONA-NUM       PIC 9(02).
           05 WS-MKI-ZONA           PIC X(34).

      ****** MODO POLIGONO (SUTHERLAND-HODGMAN VIA POLYCLIP)
       77 WS-POLY-CONT          PIC 99 VALUE ZERO.
       77 WS-POLY-QTDE-VALIDA   PIC X(01) VALUE "N".
       77 WS-CONT-DETALHES-DES  PIC 9(05) VALUE ZERO.
       77 WS-PH-IMAGEM-GUARDADA PIC X(42) VALUE SPACES.

      ****** DESENHO DO DECK AINDA NAO LANCADO NO CADASTRO (DWGMSTR)
       77 WS-DES-PENDENTE       PIC X(01) VALUE "N".
           88 WS-DES-A-LANCAR         VALUE "S".
       77 WS-DES-ID-CORRENTE    PIC X(08) VALUE SPACES.
       77 WS-DES-TITULO-CORRENTE PIC X(20) VALUE SPACES.
       77 WS-SUSP-ANTES-DES     PIC 9(08) VALUE ZERO.

      ****** CONTORNO DE POLIGONO ATINGIDO POR ZONA DE EXCLUSAO: SAI
      ****** COMO PH SEM VERTICES MAIS OS PEDACOS DE ARESTA EM LD
       77 WS-POLI-MASCARA       PIC X(01) VALUE "N".
           88 WS-POLI-TOCOU-MASCARA   VALUE "S".
       77 WS-POLI-QTDE-ARESTAS  PIC 9(02) VALUE ZERO.
       77 WS-POLI-PROX          PIC 9(02) VALUE ZERO.
       77 WS-CONT-POLI-MASCARADOS PIC 9(08) VALUE ZERO.

      ****** HACHURA DO POLIGONO - LINHAS PARALELAS GERADAS DENTRO DO
      ****** ANEL JA RECORTADO. O ANEL E GIRADO PARA O ANGULO DA
      ****** HACHURA (EIXO U AO LONGO DAS LINHAS, V ATRAVES DELAS) E
      ****** VARRIDO EM V = K * ESPACO, COM K INTEIRO: A HACHURA FICA
      ****** PRESA A ORIGEM E CASA ENTRE PAINEIS VIZINHOS.
       77 WS-HACH-VALIDA        PIC X(01) VALUE "S".
           88 WS-HACH-OK              VALUE "S".
       77 WS-HACH-PADRAO        PIC X(02) VALUE SPACES.
           88 WS-HACH-NENHUMA         VALUE SPACES "00".
           88 WS-HACH-CRUZADA         VALUE "02".
       77 WS-HACH-ESPACO        PIC S9(05)V99 VALUE ZERO.
       77 WS-HACH-ESPACO-MIN    PIC 9V99 VALUE 0,10.
       77 WS-HACH-ANGULO        PIC S9(03)V99 VALUE ZERO.
       77 WS-HACH-ANG-PASSADA   PIC S9(03)V99 VALUE ZERO.
       77 WS-HACH-PENA          PIC 9(01) VALUE 1.
       77 WS-HACH-RAD           PIC S99V9(06) VALUE ZERO.
       77 WS-HACH-COS           PIC S9V9(08) VALUE ZERO.
       77 WS-HACH-SEN           PIC S9V9(08) VALUE ZERO.
       77 WS-HACH-V-MIN         PIC S9(04)V9(04) VALUE ZERO.
       77 WS-HACH-V-MAX         PIC S9(04)V9(04) VALUE ZERO.
       77 WS-HACH-V             PIC S9(04)V9(04) VALUE ZERO.
       77 WS-HACH-K             PIC S9(07) VALUE ZERO.
       77 WS-HACH-K-INI         PIC S9(07) VALUE ZERO.
       77 WS-HACH-K-FIM         PIC S9(07) VALUE ZERO.
       77 WS-HACH-I             PIC 9(02) VALUE ZERO.
       77 WS-HACH-J             PIC 9(02) VALUE ZERO.
       77 WS-HACH-PROX          PIC 9(02) VALUE ZERO.
       77 WS-HACH-TROCA         PIC S9(04)V9(04) VALUE ZERO.
       77 WS-HACH-TROCOU        PIC X(01) VALUE "N".
       77 WS-CONT-POLI-HACHURADOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-TRACOS-HACHURA  PIC 9(08) VALUE ZERO.
       77 WS-CONT-HACH-AJUSTADAS  PIC 9(08) VALUE ZERO.

      ****** ROTULO (TX) - CAIXA DO TEXTO INTEIRO NO ESPACO DE
      ****** RECORTE; A CELULA DO CARACTERE TEM 0,8 DA ALTURA
       77 WS-TX-LARG-CELULA     PIC 9V99 VALUE 0,80.
       77 WS-TX-TAMANHO         PIC 9(02) VALUE ZERO.
       77 WS-TX-BRANCOS         PIC 9(02) VALUE ZERO.
       77 WS-TX-ALTURA          PIC 9(03)V99 VALUE ZERO.
       77 WS-TX-LARGURA         PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-RAD             PIC S99V9(06) VALUE ZERO.
       77 WS-TX-COS             PIC S9V9(08) VALUE ZERO.
       77 WS-TX-SEN             PIC S9V9(08) VALUE ZERO.
       77 WS-TX-CANTO-X         PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-CANTO-Y         PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-XMIN            PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-XMAX            PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-YMIN            PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-YMAX            PIC S9(05)V99 VALUE ZERO.
       77 WS-TX-SITUACAO        PIC X(01) VALUE SPACES.
           88 WS-TX-DENTRO            VALUE "D".
           88 WS-TX-FORA              VALUE "F".
           88 WS-TX-CORTADO           VALUE "C".
           88 WS-TX-MASCARADO         VALUE "M".
       77 WS-CONT-ROTULOS       PIC 9(08) VALUE ZERO.
       77 WS-CONT-ROTULOS-MANTIDOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-ROTULOS-DESCARTADOS PIC 9(08) VALUE ZERO.

      ****** ANEL GIRADO E CORTES DA LINHA DE VARREDURA CORRENTE
       01 WS-HACH-ANEL.
           05 WS-HA-VERTICE OCCURS 40 TIMES.
               10 WS-HA-U       PIC S9(04)V9(04).
               10 WS-HA-V       PIC S9(04)V9(04).

       01 WS-HACH-CORTES.
           05 WS-HC-QTDE        PIC 9(02) VALUE ZERO.
           05 WS-HC-U OCCURS 40 TIMES
                                PIC S9(04)V9(04).

      ****** RECORTE DE ARCO/CIRCULO - MARCHA ANGULAR DE UM GRAU
      ****** SOBRE O ARCO TRANSFORMADO; CADA TRANSICAO DENTRO/FORA
      ****** DA JANELA ABRE OU FECHA UM TRECHO VISIVEL (SUB-ARCO).
       77 WS-ARC-MARCHA         PIC X(01) VALUE "N".
           88 WS-ARC-MARCHA-FEITA     VALUE "S".

       77 WS-ARC-MASCARA        PIC X(01) VALUE "N".
           88 WS-ARC-TOCOU-MASCARA    VALUE "S".

      ****** TRECHOS VISIVEIS DO ARCO APOS O RECORTE (UMA JANELA
      ****** CONVEXA GERA POUCOS TRECHOS; 16 E FOLGA LARGA)
       01 WS-TAB-TRECHOS.
           05 WS-DO-VT-X            PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-VT-Y            PIC S999V99 SIGN LEADING SEPARATE.

       01 WS-DO-HACHURA.
           05 FILLER                PIC X(02) VALUE "HT".
           05 WS-DO-HT-X1           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-HT-Y1           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-HT-X2           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-HT-Y2           PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-HT-PENA         PIC 9(01).

       01 WS-DO-TEXTO.
           05 FILLER                PIC X(02) VALUE "TX".
           05 WS-DO-TX-X            PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-TX-Y            PIC S999V99 SIGN LEADING SEPARATE.
           05 WS-DO-TX-ALTURA       PIC 9(03)V99.
           05 WS-DO-TX-ANGULO       PIC S9(03)V99
                                    SIGN LEADING SEPARATE.
           05 WS-DO-TX-PENA         PIC 9(01).
           05 WS-DO-TX-TEXTO        PIC X(32).

       01 WS-DO-TRAILER.
           05 FILLER                PIC X(02) VALUE "DT".
           05 WS-DO-TR-QTDE         PIC 9(05).
      ****** PEDIDO AO REGISTRO DE EXECUCOES (SUBPROGRAMA RUNREG)
       COPY RUNREQ.

      ****** PEDIDO AO CADASTRO DE DESENHOS (SUBPROGRAMA DWGREG)
       COPY DWGREQ.

      ****** LINHA DE AUDITORIA
       01 WS-LINHA-AUDITORIA.
           05 WS-LA-DATA            PIC 9(08).
                        "OFFSETY INVALIDO (SINAL + 7 DIGITOS)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN "PARTICAO"
                    MOVE WS-CTL-VALOR (1:2) TO WS-CTL-PARTICAO-X
                    IF WS-CTL-PARTICAO-NUM NOT NUMERIC
                       OR WS-CTL-PARTICAO-NUM = ZERO
                       OR WS-CTL-PARTICAO-NUM > 8
                        DISPLAY
                        "PARTICAO INVALIDA (2 DIGITOS, 01-08)."
                        MOVE ZERO TO WS-CTL-PARTICAO-NUM
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF WS-CTL-PARTICAO-NUM > ZERO AND NOT WS-CTL-MODO-LOTE
                DISPLAY "PARTICAO SO SE APLICA AO MODO LOTE."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF NOT WS-CTL-COM-ERRO
                MOVE WS-CTL-INTERVALO-NUM TO WS-CKP-INTERVALO

                IF WS-CTL-PARTICAO-NUM > ZERO
                    MOVE SPACES TO WS-CKP-ARQUIVO-NOME
                    STRING "LINEIN.P" WS-CTL-PARTICAO-X
                        DELIMITED BY SIZE INTO WS-CKP-ARQUIVO-NOME
                END-IF

                DISPLAY "OPCOES VALIDADAS: MODO=" WS-CTL-MODO
                        " IDS=" WS-CTL-QTDE-IDS
                        " REINICIO=" WS-CTL-REINICIO
                        " INTERVALO=" WS-CKP-INTERVALO
                        " PARTICAO=" WS-CTL-PARTICAO-NUM
            END-IF
            .
       P-VALIDA-CONTROLE-FIM.
                       WS-CONT-CORTADAS
                       WS-CONT-TOTAL
                       WS-CONT-SUSPENSAS
                       WS-CONT-MASCARADAS
                       WS-CONT-PECAS-EXTRA
                       WS-HASH-X1
                       WS-HASH-Y1
                       WS-HASH-X2
            DISPLAY "  <3> MANUTENCAO DE VIEWPORTS"
            DISPLAY "  <4> RECORTE DE POLIGONO"
            DISPLAY "  <5> RECORTE DE DESENHO - LOTE (DECK)"
            DISPLAY "  <6> MANUTENCAO DE MASCARAS (ZONAS DE EXCLUSAO)"

            ACCEPT WS-MODO-OPERACAO

                    PERFORM P-MODO-POLIGONO THRU P-MODO-POLIGONO-FIM
                WHEN WS-MODO-DESENHO
                    PERFORM P-MODO-DESENHO THRU P-MODO-DESENHO-FIM
                WHEN WS-MODO-MASCARA-MANUT
                    PERFORM P-MANUT-MASCARA THRU P-MANUT-MASCARA-FIM
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
                    ADD 1 TO WS-CONT-REJEITADAS
                WHEN WS-VEREDITO-CORTADA
                    ADD 1 TO WS-CONT-CORTADAS
                WHEN WS-VEREDITO-MASCARADA
                    ADD 1 TO WS-CONT-MASCARADAS
            END-EVALUATE

            PERFORM P-ESCREVE-DETALHE-RELATORIO THRU
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "MASCARADOS (MASKED):   " TO WS-LR-ROTULO
            MOVE WS-CONT-MASCARADAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "PEDACOS EXTRAS (MASK): " TO WS-LR-ROTULO
            MOVE WS-CONT-PECAS-EXTRA TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "SUSPENSOS (SUSPENSE):  " TO WS-LR-ROTULO
            MOVE WS-CONT-SUSPENSAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            MOVE PA-CONT-CORTADAS (PA-IDX) TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "MASCARADOS (MASKED):   " TO WS-LR-ROTULO
            MOVE PA-CONT-MASCARADAS (PA-IDX) TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-RODAPE-PAINEL-UM-FIM.

                PERFORM P-OBTEM-PAINEL THRU P-OBTEM-PAINEL-FIM
            END-IF

            IF NOT WS-PAINEL-COM-ERRO
                PERFORM P-CARREGA-MASCARAS THRU P-CARREGA-MASCARAS-FIM
            END-IF

            IF WS-PAINEL-COM-ERRO
                DISPLAY "PAINEL DE VIEWPORTS INVALIDO. LOTE ABORTADO."
                MOVE 16 TO RETURN-CODE

                IF RR-SAIDA-OCUPADA
                    DISPLAY
                    "SAIDA " RR-DATASET " PRESA POR ENTRADA VIVA DO "
                    "JOB " RR-JOB-CONFLITO " NO REGISTRO DE EXECUCOES. "
                    "LOTE NAO INICIADO."
                    MOVE 16 TO RETURN-CODE
                ELSE

       P-REGISTRA-LOTE.

            IF WS-CTL-PARTICAO-NUM > ZERO
                MOVE SPACES TO RR-JOB
                MOVE SPACES TO RR-DATASET
                STRING "COHCLP" WS-CTL-PARTICAO-X
                    DELIMITED BY SIZE INTO RR-JOB
                STRING "LOUTP" WS-CTL-PARTICAO-X
                    DELIMITED BY SIZE INTO RR-DATASET
            ELSE
                MOVE "COHCLIP" TO RR-JOB
                MOVE "LINEOUT" TO RR-DATASET
            END-IF
            MOVE WS-PAINEL-QTDE TO RR-QTDE-VPS
            MOVE SPACES TO RR-LISTA-VPS

            .
       P-MONTA-PAINEL-CTL-UM-FIM.

      ******************************************************************
      * ZONAS DE EXCLUSAO DO PAINEL - LIDAS DO CADASTRO DE MASCARAS
      * (MASKMSTR) PELO VP-ID DE CADA ENTRADA. CADASTRO AUSENTE
      * (STATUS 35), VIEWPORT SEM MASCARA E JANELA MANUAL RECORTAM SEM
      * ZONAS; CADASTRO ILEGIVEL OU REGISTRO CORROMPIDO INVALIDAM O
      * PAINEL COMO UM VIEWPORT NAO ENCONTRADO.
      ******************************************************************

       P-CARREGA-MASCARAS.

            OPEN INPUT MASK-FILE

            EVALUATE WS-FS-MASCARA
                WHEN "00"
                    PERFORM P-CARREGA-MASCARA-UM THRU
                            P-CARREGA-MASCARA-UM-FIM
                        VARYING PA-IDX FROM 1 BY 1
                        UNTIL PA-IDX > WS-PAINEL-QTDE

                    CLOSE MASK-FILE
                WHEN "35"
                    DISPLAY
                    "CADASTRO DE MASCARAS (MASKMSTR) AUSENTE. RECORTE "
                    "SEM ZONAS DE EXCLUSAO."
                WHEN OTHER
                    DISPLAY
                    "CADASTRO DE MASCARAS (MASKMSTR) INDISPONIVEL ("
                    WS-FS-MASCARA ")."
                    MOVE "S" TO WS-PAINEL-ERRO
            END-EVALUATE
            .
       P-CARREGA-MASCARAS-FIM.

       P-CARREGA-MASCARA-UM.

            MOVE ZERO TO PA-QTDE-ZONAS (PA-IDX)

            IF PA-ID (PA-IDX) NOT = SPACES
                MOVE PA-ID (PA-IDX) TO MK-VP-ID

                READ MASK-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MK-QTDE-ZONAS NUMERIC
                           AND MK-QTDE-ZONAS NOT > 8
                            MOVE MK-QTDE-ZONAS TO
                                 PA-QTDE-ZONAS (PA-IDX)

                            PERFORM P-CARREGA-ZONA THRU
                                    P-CARREGA-ZONA-FIM
                                VARYING WS-MASC-ZONA-NUM FROM 1 BY 1
                                UNTIL WS-MASC-ZONA-NUM > MK-QTDE-ZONAS

                            DISPLAY "VIEWPORT " MK-VP-ID ": "
                                    MK-QTDE-ZONAS
                                    " ZONA(S) DE EXCLUSAO CARREGADA(S)."
                        ELSE
                            DISPLAY "MASCARA DO VIEWPORT " MK-VP-ID
                                    " COM QUANTIDADE DE ZONAS INVALIDA."
                            MOVE "S" TO WS-PAINEL-ERRO
                        END-IF
                END-READ
            END-IF
            .
       P-CARREGA-MASCARA-UM-FIM.

       P-CARREGA-ZONA.

            MOVE MK-Z-XMIN (WS-MASC-ZONA-NUM) TO
                 PA-Z-XMIN (PA-IDX, WS-MASC-ZONA-NUM)
            MOVE MK-Z-XMAX (WS-MASC-ZONA-NUM) TO
                 PA-Z-XMAX (PA-IDX, WS-MASC-ZONA-NUM)
            MOVE MK-Z-YMIN (WS-MASC-ZONA-NUM) TO
                 PA-Z-YMIN (PA-IDX, WS-MASC-ZONA-NUM)
            MOVE MK-Z-YMAX (WS-MASC-ZONA-NUM) TO
                 PA-Z-YMAX (PA-IDX, WS-MASC-ZONA-NUM)
            .
       P-CARREGA-ZONA-FIM.

      ****** TRANSFORMACAO MONTADA A PARTIR DOS CARTOES DE CONTROLE
       P-MONTA-TRANSF-CONTROLE.

                        "NENHUM CHECKPOINT ENCONTRADO. INICIANDO DO "
                        "ZERO."
                    NOT AT END
                        PERFORM P-RETOMA-CHECKPOINT THRU
                                P-RETOMA-CHECKPOINT-FIM
                END-READ
                CLOSE CHECKPOINT-FILE
            ELSE
            .
       P-LE-CHECKPOINT-FIM.

      ****** CHECKPOINT CARIMBADO PARA OUTRO ARQUIVO (OUTRA PARTICAO
      ****** OU O LINEIN INTEIRO) NAO VALE PARA ESTA RODADA
       P-RETOMA-CHECKPOINT.

            IF CKP-ARQUIVO NOT = WS-CKP-ARQUIVO-NOME
                DISPLAY
                "CHECKPOINT DE OUTRO ARQUIVO (" CKP-ARQUIVO
                "). INICIANDO DO ZERO."
            ELSE
                MOVE CKP-ULTIMA-LINHA TO WS-NUM-LINHA
                MOVE CKP-CONT-ACEITAS TO WS-CONT-ACEITAS
                MOVE CKP-CONT-REJEITADAS TO WS-CONT-REJEITADAS
                MOVE CKP-CONT-CORTADAS TO WS-CONT-CORTADAS
                MOVE CKP-CONT-TOTAL TO WS-CONT-TOTAL
                MOVE CKP-CONT-SUSPENSAS TO WS-CONT-SUSPENSAS
                MOVE CKP-HASH-X1 TO WS-HASH-X1
                MOVE CKP-HASH-Y1 TO WS-HASH-Y1
                MOVE CKP-HASH-X2 TO WS-HASH-X2
                MOVE CKP-HASH-Y2 TO WS-HASH-Y2
                MOVE CKP-CONT-REJ-DIAG TO WS-CONT-REJ-DIAG
                IF CKP-CONT-MASCARADAS NUMERIC
                    MOVE CKP-CONT-MASCARADAS TO WS-CONT-MASCARADAS
                END-IF
                IF CKP-CONT-PECAS-EXTRA NUMERIC
                    MOVE CKP-CONT-PECAS-EXTRA TO WS-CONT-PECAS-EXTRA
                END-IF
                MOVE "S" TO WS-CKP-ACHADO
                DISPLAY "RETOMANDO APOS A LINHA " WS-NUM-LINHA
            END-IF
            .
       P-RETOMA-CHECKPOINT-FIM.

       P-AVANCA-CHECKPOINT.

            MOVE ZERO TO WS-CONT-AVANCO
            MOVE PA-YMAX (PA-IDX) TO WS-YMAX

            PERFORM P-CALC THRU P-CALC-FIM
            PERFORM P-MASCARA-VEREDITO THRU P-MASCARA-VEREDITO-FIM
            PERFORM P-GRAVA-DETALHE THRU P-GRAVA-DETALHE-FIM
            PERFORM P-GRAVA-SAIDA-LOTE THRU P-GRAVA-SAIDA-LOTE-FIM

            IF WS-VEREDITO-MASCARADA
                PERFORM P-GRAVA-PEDACO-LOTE THRU
                        P-GRAVA-PEDACO-LOTE-FIM
                    VARYING PD-IDX FROM 2 BY 1
                    UNTIL PD-IDX > WS-PEDACO-QTDE
            END-IF

            IF WS-VEREDITO-REJEITADA
                MOVE WS-NUM-LINHA TO WS-REJ-NUM-REF
                PERFORM P-GRAVA-REJEICAO THRU P-GRAVA-REJEICAO-FIM
                    ADD 1 TO PA-CONT-REJEITADAS (PA-IDX)
                WHEN WS-VEREDITO-CORTADA
                    ADD 1 TO PA-CONT-CORTADAS (PA-IDX)
                WHEN WS-VEREDITO-MASCARADA
                    ADD 1 TO PA-CONT-MASCARADAS (PA-IDX)
            END-EVALUATE
            .
       P-PROCESSA-UM-VIEWPORT-FIM.

      ******************************************************************
      * RECORTE PELAS ZONAS DE EXCLUSAO - DEPOIS DA JANELA, O SEGMENTO
      * ACEITO OU RECORTADO PERDE O QUE CAI DENTRO DE CADA ZONA DO
      * VIEWPORT CORRENTE (PA-IDX). SE ALGUMA ZONA TIROU UM PEDACO, O
      * VEREDITO VIRA MASKED: O PRIMEIRO PEDACO VISIVEL VAI NAS
      * COLUNAS RECORTADAS (ZERADAS QUANDO NADA SOBRA) E OS DEMAIS
      * SAEM COMO DETALHES EXTRAS COM AS MESMAS COORDENADAS ORIGINAIS.
      ******************************************************************

       P-MASCARA-VEREDITO.

            MOVE "N" TO WS-MASC-ATINGIU
            MOVE ZERO TO WS-PEDACO-QTDE

            IF NOT WS-VEREDITO-REJEITADA
               AND PA-QTDE-ZONAS (PA-IDX) > ZERO
                PERFORM P-MASCARA-SEGMENTO THRU P-MASCARA-SEGMENTO-FIM

                IF WS-MASC-TOCOU
                    MOVE "MASKED" TO WS-VEREDITO

                    IF WS-PEDACO-QTDE = ZERO
                        MOVE ZERO TO WS-XONE-CORTADO WS-YONE-CORTADO
                                     WS-XTWO-CORTADO WS-YTWO-CORTADO
                    ELSE
                        SET PD-IDX TO 1
                        PERFORM P-MASCARA-PEDACO-CORRENTE THRU
                                P-MASCARA-PEDACO-CORRENTE-FIM
                    END-IF
                END-IF
            END-IF
            .
       P-MASCARA-VEREDITO-FIM.

       P-MASCARA-PEDACO-CORRENTE.

            MOVE WS-PD-X1 (PD-IDX) TO WS-XONE-CORTADO
            MOVE WS-PD-Y1 (PD-IDX) TO WS-YONE-CORTADO
            MOVE WS-PD-X2 (PD-IDX) TO WS-XTWO-CORTADO
            MOVE WS-PD-Y2 (PD-IDX) TO WS-YTWO-CORTADO
            .
       P-MASCARA-PEDACO-CORRENTE-FIM.

      ****** SEGMENTO WS-XONE-CORTADO..WS-YTWO-CORTADO CONTRA AS ZONAS;
      ****** DEVOLVE WS-MASC-TOCOU E A TABELA DE PEDACOS VISIVEIS
       P-MASCARA-SEGMENTO.

            MOVE "N" TO WS-MASC-ATINGIU
            MOVE 1 TO WS-PEDACO-QTDE
            MOVE ZERO TO WS-PD-T-INI (1)
            MOVE 1 TO WS-PD-T-FIM (1)

            COMPUTE WS-MASC-DX = WS-XTWO-CORTADO - WS-XONE-CORTADO
            COMPUTE WS-MASC-DY = WS-YTWO-CORTADO - WS-YONE-CORTADO

            PERFORM P-MASCARA-UMA-ZONA THRU P-MASCARA-UMA-ZONA-FIM
                VARYING PZ-IDX FROM 1 BY 1
                UNTIL PZ-IDX > PA-QTDE-ZONAS (PA-IDX)
                   OR WS-PEDACO-QTDE = ZERO

            IF WS-MASC-TOCOU
                MOVE ZERO TO WS-PN-QTDE

                PERFORM P-MASCARA-COORDENADAS THRU
                        P-MASCARA-COORDENADAS-FIM
                    VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > WS-PEDACO-QTDE

                MOVE WS-TAB-PEDACOS-NOVOS TO WS-TAB-PEDACOS
            END-IF
            .
       P-MASCARA-SEGMENTO-FIM.

      ****** LIANG-BARSKY: INTERVALO [T0,T1] DO SEGMENTO DENTRO DA ZONA
       P-MASCARA-UMA-ZONA.

            MOVE ZERO TO WS-MASC-T0
            MOVE 1 TO WS-MASC-T1
            MOVE "N" TO WS-MASC-FORA

            COMPUTE WS-MASC-P = ZERO - WS-MASC-DX
            COMPUTE WS-MASC-Q =
                WS-XONE-CORTADO - PA-Z-XMIN (PA-IDX, PZ-IDX)
            PERFORM P-MASCARA-BORDA THRU P-MASCARA-BORDA-FIM

            MOVE WS-MASC-DX TO WS-MASC-P
            COMPUTE WS-MASC-Q =
                PA-Z-XMAX (PA-IDX, PZ-IDX) - WS-XONE-CORTADO
            PERFORM P-MASCARA-BORDA THRU P-MASCARA-BORDA-FIM

            COMPUTE WS-MASC-P = ZERO - WS-MASC-DY
            COMPUTE WS-MASC-Q =
                WS-YONE-CORTADO - PA-Z-YMIN (PA-IDX, PZ-IDX)
            PERFORM P-MASCARA-BORDA THRU P-MASCARA-BORDA-FIM

            MOVE WS-MASC-DY TO WS-MASC-P
            COMPUTE WS-MASC-Q =
                PA-Z-YMAX (PA-IDX, PZ-IDX) - WS-YONE-CORTADO
            PERFORM P-MASCARA-BORDA THRU P-MASCARA-BORDA-FIM

            IF NOT WS-MASC-SEM-CONTATO
                MOVE ZERO TO WS-PN-QTDE

                PERFORM P-MASCARA-SUBTRAI THRU P-MASCARA-SUBTRAI-FIM
                    VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > WS-PEDACO-QTDE

                MOVE WS-TAB-PEDACOS-NOVOS TO WS-TAB-PEDACOS
            END-IF
            .
       P-MASCARA-UMA-ZONA-FIM.

      ****** UMA BORDA DA ZONA; PARALELO SOBRE OU FORA DA BORDA E
      ****** INTERVALO VAZIO (SO TOCA) CONTAM COMO SEM CONTATO
       P-MASCARA-BORDA.

            IF NOT WS-MASC-SEM-CONTATO
                IF WS-MASC-P = ZERO
                    IF WS-MASC-Q NOT > ZERO
                        MOVE "S" TO WS-MASC-FORA
                    END-IF
                ELSE
                    COMPUTE WS-MASC-R ROUNDED = WS-MASC-Q / WS-MASC-P

                    IF WS-MASC-P < ZERO
                        IF WS-MASC-R > WS-MASC-T0
                            MOVE WS-MASC-R TO WS-MASC-T0
                        END-IF
                    ELSE
                        IF WS-MASC-R < WS-MASC-T1
                            MOVE WS-MASC-R TO WS-MASC-T1
                        END-IF
                    END-IF

                    IF WS-MASC-T0 NOT < WS-MASC-T1
                        MOVE "S" TO WS-MASC-FORA
                    END-IF
                END-IF
            END-IF
            .
       P-MASCARA-BORDA-FIM.

      ****** TIRA O INTERVALO [T0,T1] DO PEDACO PD-IDX (SOBRAM ZERO,
      ****** UM OU DOIS PEDACOS NA TABELA EM MONTAGEM)
       P-MASCARA-SUBTRAI.

            IF WS-MASC-T1 NOT > WS-PD-T-INI (PD-IDX)
               OR WS-MASC-T0 NOT < WS-PD-T-FIM (PD-IDX)
                MOVE WS-PD-T-INI (PD-IDX) TO WS-MASC-NOVO-INI
                MOVE WS-PD-T-FIM (PD-IDX) TO WS-MASC-NOVO-FIM
                PERFORM P-MASCARA-ANEXA THRU P-MASCARA-ANEXA-FIM
            ELSE
                MOVE "S" TO WS-MASC-ATINGIU

                IF WS-MASC-T0 > WS-PD-T-INI (PD-IDX)
                    MOVE WS-PD-T-INI (PD-IDX) TO WS-MASC-NOVO-INI
                    MOVE WS-MASC-T0 TO WS-MASC-NOVO-FIM
                    PERFORM P-MASCARA-ANEXA THRU P-MASCARA-ANEXA-FIM
                END-IF

                IF WS-MASC-T1 < WS-PD-T-FIM (PD-IDX)
                    MOVE WS-MASC-T1 TO WS-MASC-NOVO-INI
                    MOVE WS-PD-T-FIM (PD-IDX) TO WS-MASC-NOVO-FIM
                    PERFORM P-MASCARA-ANEXA THRU P-MASCARA-ANEXA-FIM
                END-IF
            END-IF
            .
       P-MASCARA-SUBTRAI-FIM.

       P-MASCARA-ANEXA.

            IF WS-PN-QTDE < 10
                ADD 1 TO WS-PN-QTDE
                MOVE WS-MASC-NOVO-INI TO WS-PN-T-INI (WS-PN-QTDE)
                MOVE WS-MASC-NOVO-FIM TO WS-PN-T-FIM (WS-PN-QTDE)
            END-IF
            .
       P-MASCARA-ANEXA-FIM.

      ****** PARAMETRO -> COORDENADAS; PEDACO QUE NAO CHEGA A UM
      ****** CENTESIMO (LASCA NA BORDA DA ZONA) E DESCARTADO
       P-MASCARA-COORDENADAS.

            COMPUTE WS-MASC-PX1 ROUNDED =
                WS-XONE-CORTADO + WS-MASC-DX * WS-PD-T-INI (PD-IDX)
            COMPUTE WS-MASC-PY1 ROUNDED =
                WS-YONE-CORTADO + WS-MASC-DY * WS-PD-T-INI (PD-IDX)
            COMPUTE WS-MASC-PX2 ROUNDED =
                WS-XONE-CORTADO + WS-MASC-DX * WS-PD-T-FIM (PD-IDX)
            COMPUTE WS-MASC-PY2 ROUNDED =
                WS-YONE-CORTADO + WS-MASC-DY * WS-PD-T-FIM (PD-IDX)

            IF WS-MASC-PX1 = WS-MASC-PX2 AND WS-MASC-PY1 = WS-MASC-PY2
                CONTINUE
            ELSE
                ADD 1 TO WS-PN-QTDE
                MOVE WS-PD-T-INI (PD-IDX) TO WS-PN-T-INI (WS-PN-QTDE)
                MOVE WS-PD-T-FIM (PD-IDX) TO WS-PN-T-FIM (WS-PN-QTDE)
                MOVE WS-MASC-PX1 TO WS-PN-X1 (WS-PN-QTDE)
                MOVE WS-MASC-PY1 TO WS-PN-Y1 (WS-PN-QTDE)
                MOVE WS-MASC-PX2 TO WS-PN-X2 (WS-PN-QTDE)
                MOVE WS-MASC-PY2 TO WS-PN-Y2 (WS-PN-QTDE)
            END-IF
            .
       P-MASCARA-COORDENADAS-FIM.

      ****** PEDACOS EXTRAS: MESMO NUMERO DE LINHA NO RELATORIO, UM
      ****** DETALHE A MAIS NA SAIDA (CONTADO PARA O TRAILER)
       P-GRAVA-PEDACO-LOTE.

            PERFORM P-MASCARA-PEDACO-CORRENTE THRU
                    P-MASCARA-PEDACO-CORRENTE-FIM
            ADD 1 TO WS-CONT-PECAS-EXTRA

            PERFORM P-ESCREVE-DETALHE-RELATORIO THRU
                    P-ESCREVE-DETALHE-RELATORIO-FIM
            PERFORM P-GRAVA-SAIDA-LOTE THRU P-GRAVA-SAIDA-LOTE-FIM
            .
       P-GRAVA-PEDACO-LOTE-FIM.

       P-GRAVA-PEDACO-DECK.

            PERFORM P-MASCARA-PEDACO-CORRENTE THRU
                    P-MASCARA-PEDACO-CORRENTE-FIM
            ADD 1 TO WS-CONT-PECAS-EXTRA

            PERFORM P-ESCREVE-DETALHE-RELATORIO THRU
                    P-ESCREVE-DETALHE-RELATORIO-FIM
            PERFORM P-DECK-GRAVA-LINHA THRU P-DECK-GRAVA-LINHA-FIM
            .
       P-GRAVA-PEDACO-DECK-FIM.

      ******************************************************************
      * VALIDACAO DO REGISTRO DE ENTRADA - CADA CAMPO DEVE TRAZER
      * SINAL SEPARADO (+/-) E CINCO DIGITOS; REGISTROS TRUNCADOS
                    MOVE "CODIGO DE PENA INVALIDO" TO SU-DESCRICAO
                WHEN WS-SUSP-ARCO-INVALIDO
                    MOVE "ARCO OU CIRCULO INVALIDO" TO SU-DESCRICAO
                WHEN WS-SUSP-HACHURA-INVALIDA
                    MOVE "ATRIBUTOS DE HACHURA INVALIDOS"
                      TO SU-DESCRICAO
                WHEN WS-SUSP-ROTULO-INVALIDO
                    MOVE "ROTULO COM ATRIBUTOS INVALIDOS"
                      TO SU-DESCRICAO
                WHEN WS-SUSP-ROTULO-CORTADO
                    MOVE "ROTULO CORTARIA NA JANELA/ZONA"
                      TO SU-DESCRICAO
                WHEN OTHER
                    MOVE "MOTIVO NAO CLASSIFICADO" TO SU-DESCRICAO
            END-EVALUATE
       P-GRAVA-TRAILER-LOTE.

            MOVE "TRL" TO LO-TR-MARCA
            COMPUTE LO-TR-QTDE-DETALHES =
                WS-CONT-TOTAL + WS-CONT-PECAS-EXTRA
            MOVE WS-HASH-X1 TO LO-TR-HASH-X1
            MOVE WS-HASH-Y1 TO LO-TR-HASH-Y1
            MOVE WS-HASH-X2 TO LO-TR-HASH-X2
                "ERRO AO ABRIR O CHECKPOINT (CHKPT). STATUS="
                WS-FS-CHECKPT ". CHECKPOINT NAO ATUALIZADO."
            ELSE
                MOVE WS-CKP-ARQUIVO-NOME TO CKP-ARQUIVO
                MOVE WS-NUM-LINHA TO CKP-ULTIMA-LINHA
                MOVE WS-CONT-ACEITAS TO CKP-CONT-ACEITAS
                MOVE WS-CONT-REJEITADAS TO CKP-CONT-REJEITADAS
                MOVE WS-HASH-X2 TO CKP-HASH-X2
                MOVE WS-HASH-Y2 TO CKP-HASH-Y2
                MOVE WS-CONT-REJ-DIAG TO CKP-CONT-REJ-DIAG
                MOVE WS-CONT-MASCARADAS TO CKP-CONT-MASCARADAS
                MOVE WS-CONT-PECAS-EXTRA TO CKP-CONT-PECAS-EXTRA

                WRITE CKP-REGISTRO

            DISPLAY "ACEITOS:          " WS-CONT-ACEITAS
            DISPLAY "REJEITADOS:       " WS-CONT-REJEITADAS
            DISPLAY "RECORTADOS:       " WS-CONT-CORTADAS
            DISPLAY "MASCARADOS:       " WS-CONT-MASCARADAS
            DISPLAY "PEDACOS EXTRAS:   " WS-CONT-PECAS-EXTRA
            DISPLAY "SUSPENSOS:        " WS-CONT-SUSPENSAS
            .
       P-EXIBE-RESUMO-LOTE-FIM.
                            P-MONTA-TRANSF-CONTROLE-FIM
                END-IF
            ELSE
                INITIALIZE WS-TAB-PAINEL
                PERFORM P-OBTEM-VIEWPORT THRU P-OBTEM-VIEWPORT-FIM
                PERFORM P-PAINEL-ENTRADA-UNICA THRU
                        P-PAINEL-ENTRADA-UNICA-FIM
                PERFORM P-OBTEM-TRANSFORMACAO THRU
                        P-OBTEM-TRANSFORMACAO-FIM
            END-IF

            IF NOT WS-PAINEL-COM-ERRO
                PERFORM P-CARREGA-MASCARAS THRU P-CARREGA-MASCARAS-FIM
            END-IF

            IF WS-PAINEL-COM-ERRO
                DISPLAY "VIEWPORT INVALIDO. LOTE ABORTADO."
                MOVE 16 TO RETURN-CODE

       P-EXECUTA-DECK.

      ****** O DECK USA A ENTRADA UNICA DO PAINEL (ZONAS DE EXCLUSAO)
            SET PA-IDX TO 1

            PERFORM P-PROCESSA-DECK THRU P-PROCESSA-DECK-FIM
                UNTIL WS-FIM-DECK

                        P-SUSPENDE-POLI-INCOMPLETO-FIM
            END-IF

            IF WS-DES-A-LANCAR
                PERFORM P-LANCA-DESENHO THRU P-LANCA-DESENHO-FIM
            END-IF

            PERFORM P-ESCREVE-RODAPE-RELATORIO THRU
                    P-ESCREVE-RODAPE-RELATORIO-FIM
            PERFORM P-EXIBE-RESUMO-DECK THRU P-EXIBE-RESUMO-DECK-FIM
            IF WS-CONT-SUSPENSAS > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF

            MOVE "F" TO DR-FUNCAO
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO
            .
       P-EXECUTA-DECK-FIM.

                        WHEN DK-TIPO-VERTICE
                            PERFORM P-DECK-VERTICE THRU
                                    P-DECK-VERTICE-FIM
                        WHEN DK-TIPO-TEXTO
                            PERFORM P-DECK-TEXTO THRU
                                    P-DECK-TEXTO-FIM
                        WHEN DK-TIPO-TRAILER
                            PERFORM P-DECK-TRAILER THRU
                                    P-DECK-TRAILER-FIM
                        P-SUSPENDE-POLI-INCOMPLETO-FIM
            END-IF

      ****** DESENHO ANTERIOR SEM DT: LANCADO COM O QUE FOI LIDO
            IF WS-DES-A-LANCAR
                PERFORM P-LANCA-DESENHO THRU P-LANCA-DESENHO-FIM
            END-IF

            ADD 1 TO WS-CONT-DESENHOS
            MOVE ZERO TO WS-CONT-DETALHES-DES

            MOVE "S" TO WS-DES-PENDENTE
            MOVE DK-DH-ID TO WS-DES-ID-CORRENTE
            MOVE DK-DH-TITULO TO WS-DES-TITULO-CORRENTE
            MOVE WS-CONT-SUSPENSAS TO WS-SUSP-ANTES-DES

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                ELSE
                    PERFORM P-CALC THRU P-CALC-FIM
                    PERFORM P-MASCARA-VEREDITO THRU
                            P-MASCARA-VEREDITO-FIM
                    PERFORM P-GRAVA-DETALHE THRU P-GRAVA-DETALHE-FIM
                    PERFORM P-DECK-GRAVA-LINHA THRU
                            P-DECK-GRAVA-LINHA-FIM

                    IF WS-VEREDITO-MASCARADA
                        PERFORM P-GRAVA-PEDACO-DECK THRU
                                P-GRAVA-PEDACO-DECK-FIM
                            VARYING PD-IDX FROM 2 BY 1
                            UNTIL PD-IDX > WS-PEDACO-QTDE
                    END-IF

                    IF WS-VEREDITO-REJEITADA
                        MOVE WS-CONT-DETALHES-DES TO WS-REJ-NUM-REF
                        PERFORM P-GRAVA-REJEICAO THRU
            MOVE "N" TO WS-ARC-EM-CURSO
            MOVE "S" TO WS-ARC-INTEIRO
            MOVE "N" TO WS-ARC-MARCHA
            MOVE "N" TO WS-ARC-MASCARA
            MOVE WS-ARC-ANG-INI TO WS-ARC-ANG

            PERFORM P-ARCO-MARCHA THRU P-ARCO-MARCHA-FIM
            END-IF

            EVALUATE TRUE
                WHEN WS-ARC-TOCOU-MASCARA
                    MOVE "MASKED" TO WS-VEREDITO
                WHEN WS-TRECHO-QTDE = ZERO
                    MOVE "REJECTED" TO WS-VEREDITO
                WHEN WS-ARC-TODO-DENTRO
                MOVE "S" TO WS-ARC-DENTRO
            END-IF

      ****** PONTO DENTRO DA JANELA MAS NO INTERIOR DE UMA ZONA DE
      ****** EXCLUSAO CONTA COMO FORA (E MARCA O ARCO COMO MASKED)
            IF WS-ARC-PONTO-DENTRO
                PERFORM P-ARCO-TESTA-ZONA THRU P-ARCO-TESTA-ZONA-FIM
                    VARYING PZ-IDX FROM 1 BY 1
                    UNTIL PZ-IDX > PA-QTDE-ZONAS (PA-IDX)
                       OR NOT WS-ARC-PONTO-DENTRO
            END-IF

            IF WS-ARC-PONTO-DENTRO
                IF NOT WS-ARC-TRECHO-ABERTO
                    MOVE "S" TO WS-ARC-EM-CURSO
            .
       P-ARCO-MARCHA-FIM.

       P-ARCO-TESTA-ZONA.

            IF WS-ARC-PX > PA-Z-XMIN (PA-IDX, PZ-IDX)
               AND WS-ARC-PX < PA-Z-XMAX (PA-IDX, PZ-IDX)
               AND WS-ARC-PY > PA-Z-YMIN (PA-IDX, PZ-IDX)
               AND WS-ARC-PY < PA-Z-YMAX (PA-IDX, PZ-IDX)
                MOVE "N" TO WS-ARC-DENTRO
                MOVE "S" TO WS-ARC-MASCARA
            END-IF
            .
       P-ARCO-TESTA-ZONA-FIM.

       P-ARCO-FECHA-TRECHO.

            IF WS-ARC-TRECHO-FIM > WS-ARC-TRECHO-INI
            .
       P-ARCO-GRAVA-TRECHO-FIM.

      ******************************************************************
      * ROTULOS DO DECK - O TEXTO NUNCA E CORTADO: A CAIXA DO ROTULO
      * INTEIRO (ANCORA, LARGURA = CARACTERES * CELULA, ALTURA, GIRADA
      * PELO ANGULO) E COMPARADA COM A JANELA. DENTRO DA JANELA E
      * LIVRE DAS ZONAS DE EXCLUSAO O ROTULO SAI INTEIRO EM DRAWOUT;
      * TODO FORA DA JANELA (OU TODO DENTRO DE UMA ZONA) E DESCARTADO
      * NO RELATORIO E NA AUDITORIA; NA BORDA DE UMA DELAS VAI PARA
      * O SUSPENSE, PORQUE META DE UM ROTULO NAO SE PLOTA.
      ******************************************************************

       P-DECK-TEXTO.

            IF WS-POLI-ABERTO
                PERFORM P-SUSPENDE-POLI-INCOMPLETO THRU
            END-IF

            ADD 1 TO WS-CONT-DETALHES-DES
            ADD 1 TO WS-CONT-ROTULOS

            MOVE DK-DADOS TO WS-IMAGEM-ENTRADA
            MOVE DK-REGISTRO-DECK TO WS-IMAGEM-SUSPENSA
            MOVE 3 TO WS-QTDE-CAMPOS-VALIDAR

            PERFORM P-VALIDA-IMAGEM-SEGMENTO THRU
                    P-VALIDA-IMAGEM-SEGMENTO-FIM

            IF NOT WS-REGISTRO-VALIDO
                MOVE "14" TO WS-MOTIVO-SUSPENSAO
            END-IF

            IF WS-REGISTRO-VALIDO
                IF DK-TX-ALTURA NOT > ZERO
                   OR DK-TX-ANGULO NOT NUMERIC
                   OR DK-TX-TEXTO = SPACES
                    MOVE "N" TO WS-REG-LOTE-VALIDO
                    MOVE "14" TO WS-MOTIVO-SUSPENSAO
                END-IF
            END-IF

            IF WS-REGISTRO-VALIDO
                IF DK-TX-ANGULO < -360 OR DK-TX-ANGULO > 360
                    MOVE "N" TO WS-REG-LOTE-VALIDO
                    MOVE "14" TO WS-MOTIVO-SUSPENSAO
                END-IF
            END-IF

            IF WS-REGISTRO-VALIDO
                IF DK-TX-PENA NOT NUMERIC OR DK-TX-PENA = ZERO
                   OR DK-TX-PENA > 8
                    MOVE "N" TO WS-REG-LOTE-VALIDO
                    MOVE "11" TO WS-MOTIVO-SUSPENSAO
                END-IF
            END-IF

            IF WS-REGISTRO-VALIDO
                MOVE DK-TX-X TO WS-MUNDO-PX
                MOVE DK-TX-Y TO WS-MUNDO-PY
                MOVE DK-TX-PENA TO WS-PENA-CORRENTE

                PERFORM P-TRANSFORMA-PONTO THRU P-TRANSFORMA-PONTO-FIM

                COMPUTE WS-TX-ALTURA ROUNDED =
                    DK-TX-ALTURA * WS-TRANSF-ESCALA
                    ON SIZE ERROR MOVE "S" TO WS-TRANSF-ESTOURO
                END-COMPUTE

                IF WS-TRANSF-ESTOUROU OR WS-TX-ALTURA = ZERO
                    MOVE "10" TO WS-MOTIVO-SUSPENSAO
                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                ELSE
                    PERFORM P-TEXTO-CAIXA THRU P-TEXTO-CAIXA-FIM
                    PERFORM P-TEXTO-SITUACAO THRU P-TEXTO-SITUACAO-FIM

                    IF WS-TX-CORTADO
                        MOVE "15" TO WS-MOTIVO-SUSPENSAO
                        PERFORM P-GRAVA-SUSPENSO THRU
                                P-GRAVA-SUSPENSO-FIM
                    ELSE
                        PERFORM P-TEXTO-GRAVA THRU P-TEXTO-GRAVA-FIM
                    END-IF
                END-IF
            ELSE
                PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
            END-IF
            .
       P-DECK-TEXTO-FIM.

      ****** CAIXA DO ROTULO: OS QUATRO CANTOS DO RETANGULO DO TEXTO
      ****** (0,0) (L,0) (0,A) (L,A) GIRADOS EM TORNO DA ANCORA
       P-TEXTO-CAIXA.

            MOVE ZERO TO WS-TX-BRANCOS
            INSPECT FUNCTION REVERSE (DK-TX-TEXTO)
                TALLYING WS-TX-BRANCOS FOR LEADING SPACE
            COMPUTE WS-TX-TAMANHO = 32 - WS-TX-BRANCOS

            COMPUTE WS-TX-LARGURA ROUNDED =
                WS-TX-TAMANHO * WS-TX-LARG-CELULA * WS-TX-ALTURA

            COMPUTE WS-TX-RAD ROUNDED = DK-TX-ANGULO * 0,0174532925
            COMPUTE WS-TX-COS ROUNDED = FUNCTION COS (WS-TX-RAD)
            COMPUTE WS-TX-SEN ROUNDED = FUNCTION SIN (WS-TX-RAD)

            MOVE WS-PONTO-TX TO WS-TX-XMIN WS-TX-XMAX
            MOVE WS-PONTO-TY TO WS-TX-YMIN WS-TX-YMAX

            COMPUTE WS-TX-CANTO-X ROUNDED =
                WS-PONTO-TX + WS-TX-LARGURA * WS-TX-COS
            COMPUTE WS-TX-CANTO-Y ROUNDED =
                WS-PONTO-TY + WS-TX-LARGURA * WS-TX-SEN
            PERFORM P-TEXTO-ESTENDE THRU P-TEXTO-ESTENDE-FIM

            COMPUTE WS-TX-CANTO-X ROUNDED =
                WS-PONTO-TX - WS-TX-ALTURA * WS-TX-SEN
            COMPUTE WS-TX-CANTO-Y ROUNDED =
                WS-PONTO-TY + WS-TX-ALTURA * WS-TX-COS
            PERFORM P-TEXTO-ESTENDE THRU P-TEXTO-ESTENDE-FIM

      ****** QUARTO CANTO: FIM DO TEXTO DESLOCADO DE UMA ALTURA
            COMPUTE WS-TX-CANTO-X ROUNDED =
                WS-PONTO-TX + WS-TX-LARGURA * WS-TX-COS
            COMPUTE WS-TX-CANTO-Y ROUNDED =
                WS-PONTO-TY + WS-TX-LARGURA * WS-TX-SEN
            COMPUTE WS-TX-CANTO-X ROUNDED =
                WS-TX-CANTO-X - WS-TX-ALTURA * WS-TX-SEN
            COMPUTE WS-TX-CANTO-Y ROUNDED =
                WS-TX-CANTO-Y + WS-TX-ALTURA * WS-TX-COS
            PERFORM P-TEXTO-ESTENDE THRU P-TEXTO-ESTENDE-FIM
            .
       P-TEXTO-CAIXA-FIM.

       P-TEXTO-ESTENDE.

            IF WS-TX-CANTO-X < WS-TX-XMIN
                MOVE WS-TX-CANTO-X TO WS-TX-XMIN
            END-IF
            IF WS-TX-CANTO-X > WS-TX-XMAX
                MOVE WS-TX-CANTO-X TO WS-TX-XMAX
            END-IF
            IF WS-TX-CANTO-Y < WS-TX-YMIN
                MOVE WS-TX-CANTO-Y TO WS-TX-YMIN
            END-IF
            IF WS-TX-CANTO-Y > WS-TX-YMAX
                MOVE WS-TX-CANTO-Y TO WS-TX-YMAX
            END-IF
            .
       P-TEXTO-ESTENDE-FIM.

      ****** JANELA FECHADA (BORDA CONTA COMO DENTRO, COMO NO RECORTE
      ****** DAS RETAS); ZONA SO PELO INTERIOR ESTRITO, COMO NA
      ****** MASCARA DOS TRACOS
       P-TEXTO-SITUACAO.

            EVALUATE TRUE
                WHEN WS-TX-XMAX < WS-XMIN OR WS-TX-XMIN > WS-XMAX
                  OR WS-TX-YMAX < WS-YMIN OR WS-TX-YMIN > WS-YMAX
                    MOVE "F" TO WS-TX-SITUACAO
                WHEN WS-TX-XMIN NOT < WS-XMIN
                 AND WS-TX-XMAX NOT > WS-XMAX
                 AND WS-TX-YMIN NOT < WS-YMIN
                 AND WS-TX-YMAX NOT > WS-YMAX
                    MOVE "D" TO WS-TX-SITUACAO
                WHEN OTHER
                    MOVE "C" TO WS-TX-SITUACAO
            END-EVALUATE

            IF WS-TX-DENTRO
                PERFORM P-TEXTO-TESTA-ZONA THRU P-TEXTO-TESTA-ZONA-FIM
                    VARYING PZ-IDX FROM 1 BY 1
                    UNTIL PZ-IDX > PA-QTDE-ZONAS (PA-IDX)
                       OR NOT WS-TX-DENTRO
            END-IF
            .
       P-TEXTO-SITUACAO-FIM.

       P-TEXTO-TESTA-ZONA.

            IF WS-TX-XMIN < PA-Z-XMAX (PA-IDX, PZ-IDX)
               AND WS-TX-XMAX > PA-Z-XMIN (PA-IDX, PZ-IDX)
               AND WS-TX-YMIN < PA-Z-YMAX (PA-IDX, PZ-IDX)
               AND WS-TX-YMAX > PA-Z-YMIN (PA-IDX, PZ-IDX)
                IF WS-TX-XMIN NOT < PA-Z-XMIN (PA-IDX, PZ-IDX)
                   AND WS-TX-XMAX NOT > PA-Z-XMAX (PA-IDX, PZ-IDX)
                   AND WS-TX-YMIN NOT < PA-Z-YMIN (PA-IDX, PZ-IDX)
                   AND WS-TX-YMAX NOT > PA-Z-YMAX (PA-IDX, PZ-IDX)
                    MOVE "M" TO WS-TX-SITUACAO
                ELSE
                    MOVE "C" TO WS-TX-SITUACAO
                END-IF
            END-IF
            .
       P-TEXTO-TESTA-ZONA-FIM.

      ****** RELATORIO E AUDITORIA DO ROTULO - ANCORA EM X1/Y1,
      ****** ALTURA EM X2 E ANGULO EM Y2; NAS COLUNAS RECORTADAS A
      ****** ANCORA DO ROTULO MANTIDO (ZERO QUANDO DESCARTADO)
       P-TEXTO-GRAVA.

            MOVE WS-PONTO-TX TO WS-XONE
            MOVE WS-PONTO-TY TO WS-YONE
            MOVE WS-TX-ALTURA TO WS-XTWO
            MOVE DK-TX-ANGULO TO WS-YTWO
            MOVE ZERO TO WS-XONE-CORTADO WS-YONE-CORTADO
                         WS-XTWO-CORTADO WS-YTWO-CORTADO

            EVALUATE TRUE
                WHEN WS-TX-DENTRO
                    MOVE "ACCEPTED" TO WS-VEREDITO
                    MOVE WS-PONTO-TX TO WS-XONE-CORTADO
                    MOVE WS-PONTO-TY TO WS-YONE-CORTADO
                WHEN WS-TX-MASCARADO
                    MOVE "MASKED" TO WS-VEREDITO
                WHEN OTHER
                    MOVE "REJECTED" TO WS-VEREDITO
            END-EVALUATE

            PERFORM P-GRAVA-DETALHE THRU P-GRAVA-DETALHE-FIM

            IF WS-TX-DENTRO
                ADD 1 TO WS-CONT-ROTULOS-MANTIDOS

                MOVE WS-PONTO-TX TO WS-DO-TX-X
                MOVE WS-PONTO-TY TO WS-DO-TX-Y
                MOVE WS-TX-ALTURA TO WS-DO-TX-ALTURA
                MOVE DK-TX-ANGULO TO WS-DO-TX-ANGULO
                MOVE WS-PENA-CORRENTE TO WS-DO-TX-PENA
                MOVE DK-TX-TEXTO TO WS-DO-TX-TEXTO

                MOVE SPACES TO DO-LINHA
                MOVE WS-DO-TEXTO TO DO-LINHA
                WRITE DO-LINHA
            ELSE
                ADD 1 TO WS-CONT-ROTULOS-DESCARTADOS
            END-IF
            .
       P-TEXTO-GRAVA-FIM.

       P-DECK-CAB-POLIGONO.

            IF WS-POLI-ABERTO
                PERFORM P-SUSPENDE-POLI-INCOMPLETO THRU
                        P-SUSPENDE-POLI-INCOMPLETO-FIM
            END-IF

            ADD 1 TO WS-CONT-DETALHES-DES

            IF DK-PH-QTDE-VERTICES NOT NUMERIC
               OR DK-PH-QTDE-VERTICES < 3
               OR DK-PH-QTDE-VERTICES > 40
                MOVE DK-REGISTRO-DECK TO WS-IMAGEM-SUSPENSA
                MOVE "07" TO WS-MOTIVO-SUSPENSAO
                PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
            ELSE
                PERFORM P-DECK-VALIDA-HACHURA THRU
                        P-DECK-VALIDA-HACHURA-FIM

                IF NOT WS-HACH-OK
                    MOVE DK-REGISTRO-DECK TO WS-IMAGEM-SUSPENSA
                    MOVE "13" TO WS-MOTIVO-SUSPENSAO
                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                ELSE
                    MOVE "S" TO WS-POLI-EM-CURSO
                    MOVE DK-PH-QTDE-VERTICES TO WS-PH-ESPERADOS
                    MOVE ZERO TO WS-PH-RECEBIDOS
                    MOVE ZERO TO PE-QTDE-VERTICES
                    MOVE DK-REGISTRO-DECK TO WS-PH-IMAGEM-GUARDADA
                END-IF
            END-IF
            .
       P-DECK-CAB-POLIGONO-FIM.

      ****** PADRAO EM BRANCO OU 00 E POLIGONO SEM HACHURA (DECKS
      ****** ANTIGOS); COM PADRAO, ESPACO > 0, ANGULO ENTRE -360 E
      ****** 360 E PENA 1-8 SAO OBRIGATORIOS
       P-DECK-VALIDA-HACHURA.

            MOVE "S" TO WS-HACH-VALIDA
            MOVE DK-PH-HACH-PADRAO TO WS-HACH-PADRAO

            IF NOT DK-PH-HACHURA-VALIDA
                MOVE "N" TO WS-HACH-VALIDA
            END-IF

            IF WS-HACH-OK AND NOT WS-HACH-NENHUMA
                IF DK-PH-HACH-ESPACO NOT NUMERIC
                   OR DK-PH-HACH-ANGULO NOT NUMERIC
                   OR DK-PH-HACH-PENA NOT NUMERIC
                    MOVE "N" TO WS-HACH-VALIDA
                ELSE
                    IF DK-PH-HACH-ESPACO NOT > ZERO
                       OR DK-PH-HACH-ANGULO < -360
                       OR DK-PH-HACH-ANGULO > 360
                       OR DK-PH-HACH-PENA = ZERO
                       OR DK-PH-HACH-PENA > 8
                        MOVE "N" TO WS-HACH-VALIDA
                    END-IF
                END-IF
            END-IF

            IF WS-HACH-OK AND NOT WS-HACH-NENHUMA
                MOVE DK-PH-HACH-ANGULO TO WS-HACH-ANGULO
                MOVE DK-PH-HACH-PENA TO WS-HACH-PENA

      ****** ESPACO NA ESCALA DA JANELA; ABAIXO DO MINIMO A HACHURA
      ****** VIRARIA BORRAO NO PAPEL E SOBE PARA O MINIMO
                COMPUTE WS-HACH-ESPACO ROUNDED =
                    DK-PH-HACH-ESPACO * WS-TRANSF-ESCALA
                    ON SIZE ERROR MOVE 99999 TO WS-HACH-ESPACO
                END-COMPUTE

                IF WS-HACH-ESPACO < WS-HACH-ESPACO-MIN
                    MOVE WS-HACH-ESPACO-MIN TO WS-HACH-ESPACO
                    ADD 1 TO WS-CONT-HACH-AJUSTADAS
                END-IF
            END-IF
            .
       P-DECK-VALIDA-HACHURA-FIM.

       P-DECK-VERTICE.

            IF NOT WS-POLI-ABERTO
                MOVE DK-REGISTRO-DECK TO WS-IMAGEM-SUSPENSA
                MOVE "07" TO WS-MOTIVO-SUSPENSAO
                PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
            ELSE
                MOVE DK-DADOS TO WS-IMAGEM-ENTRADA
                MOVE DK-REGISTRO-DECK TO WS-IMAGEM-SUSPENSA
                MOVE 2 TO WS-QTDE-CAMPOS-VALIDAR

                PERFORM P-VALIDA-IMAGEM-SEGMENTO THRU
                        P-VALIDA-IMAGEM-SEGMENTO-FIM

                IF WS-REGISTRO-VALIDO
                    MOVE DK-PV-X TO WS-MUNDO-PX
                    MOVE DK-PV-Y TO WS-MUNDO-PY

                    PERFORM P-TRANSFORMA-PONTO THRU
                            P-TRANSFORMA-PONTO-FIM

                    IF WS-TRANSF-ESTOUROU
                        MOVE "10" TO WS-MOTIVO-SUSPENSAO
                        PERFORM P-GRAVA-SUSPENSO THRU
                                P-GRAVA-SUSPENSO-FIM
                    ELSE
                        ADD 1 TO WS-PH-RECEBIDOS
                        MOVE WS-PONTO-TX TO
                             PE-VERT-X (WS-PH-RECEBIDOS)
                        MOVE WS-PONTO-TY TO
                             PE-VERT-Y (WS-PH-RECEBIDOS)

                        IF WS-PH-RECEBIDOS = WS-PH-ESPERADOS
                            PERFORM P-DECK-POLI-RECORTA THRU
                                    P-DECK-POLI-RECORTA-FIM
                        END-IF
                    END-IF
                ELSE
                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                END-IF
            END-IF
            .
       P-DECK-VERTICE-FIM.

       P-DECK-POLI-RECORTA.

            MOVE WS-PH-ESPERADOS TO PE-QTDE-VERTICES

            CALL "POLYCLIP" USING WS-XMIN WS-XMAX WS-YMIN WS-YMAX
                                   PE-LISTA-VERTICES

            ADD 1 TO WS-CONT-POLIGONOS

            PERFORM P-POLI-TESTA-MASCARA THRU P-POLI-TESTA-MASCARA-FIM

            IF WS-POLI-TOCOU-MASCARA
                ADD 1 TO WS-CONT-POLI-MASCARADOS

                MOVE ZERO TO WS-DO-CP-QTDE
                MOVE SPACES TO DO-LINHA
                MOVE WS-DO-CAB-POLIGONO TO DO-LINHA
                WRITE DO-LINHA

                PERFORM P-POLI-GRAVA-ARESTA THRU
                        P-POLI-GRAVA-ARESTA-FIM
                    VARYING PS-IDX FROM 1 BY 1
                    UNTIL PS-IDX > WS-POLI-QTDE-ARESTAS
            ELSE
                MOVE PS-QTDE-VERTICES TO WS-DO-CP-QTDE
                MOVE SPACES TO DO-LINHA
                MOVE WS-DO-CAB-POLIGONO TO DO-LINHA
                WRITE DO-LINHA

                PERFORM P-DECK-GRAVA-VERTICE THRU
                        P-DECK-GRAVA-VERTICE-FIM
                    VARYING PS-IDX FROM 1 BY 1
                    UNTIL PS-IDX > PS-QTDE-VERTICES
            END-IF

            IF NOT WS-HACH-NENHUMA AND PS-QTDE-VERTICES > 2
                PERFORM P-HACH-GERA THRU P-HACH-GERA-FIM
            END-IF

            PERFORM P-GRAVA-AUDITORIA-POLIGONO THRU
                    P-GRAVA-AUDITORIA-POLIGONO-FIM
            .
       P-DECK-GRAVA-VERTICE-FIM.

      ******************************************************************
      * CONTORNO DO POLIGONO CONTRA AS ZONAS DE EXCLUSAO - SE ALGUMA
      * ARESTA DO ANEL RECORTADO ENTRA NUMA ZONA, O ANEL NAO PODE SAIR
      * FECHADO: O PH SAI SEM VERTICES E CADA ARESTA SAI COMO LD
      * MASKED (PENA 1, A MESMA DO ANEL NO PLOTGEN), JA SEM OS PEDACOS
      * QUE CAEM DENTRO DAS ZONAS. ANEL DE DOIS VERTICES E UMA ARESTA.
      ******************************************************************

       P-POLI-TESTA-MASCARA.

            MOVE "N" TO WS-POLI-MASCARA

            EVALUATE TRUE
                WHEN PS-QTDE-VERTICES > 2
                    MOVE PS-QTDE-VERTICES TO WS-POLI-QTDE-ARESTAS
                WHEN PS-QTDE-VERTICES = 2
                    MOVE 1 TO WS-POLI-QTDE-ARESTAS
                WHEN OTHER
                    MOVE ZERO TO WS-POLI-QTDE-ARESTAS
            END-EVALUATE

            IF PA-QTDE-ZONAS (PA-IDX) > ZERO
                PERFORM P-POLI-TESTA-ARESTA THRU
                        P-POLI-TESTA-ARESTA-FIM
                    VARYING PS-IDX FROM 1 BY 1
                    UNTIL PS-IDX > WS-POLI-QTDE-ARESTAS
                       OR WS-POLI-TOCOU-MASCARA
            END-IF
            .
       P-POLI-TESTA-MASCARA-FIM.

       P-POLI-TESTA-ARESTA.

            PERFORM P-POLI-MONTA-ARESTA THRU P-POLI-MONTA-ARESTA-FIM
            PERFORM P-MASCARA-SEGMENTO THRU P-MASCARA-SEGMENTO-FIM

            IF WS-MASC-TOCOU
                MOVE "S" TO WS-POLI-MASCARA
            END-IF
            .
       P-POLI-TESTA-ARESTA-FIM.

       P-POLI-MONTA-ARESTA.

            COMPUTE WS-POLI-PROX = PS-IDX + 1
            IF WS-POLI-PROX > PS-QTDE-VERTICES
                MOVE 1 TO WS-POLI-PROX
            END-IF

            MOVE PS-VERT-X (PS-IDX) TO WS-XONE WS-XONE-CORTADO
            MOVE PS-VERT-Y (PS-IDX) TO WS-YONE WS-YONE-CORTADO
            MOVE PS-VERT-X (WS-POLI-PROX) TO WS-XTWO WS-XTWO-CORTADO
            MOVE PS-VERT-Y (WS-POLI-PROX) TO WS-YTWO WS-YTWO-CORTADO
            .
       P-POLI-MONTA-ARESTA-FIM.

       P-POLI-GRAVA-ARESTA.

            PERFORM P-POLI-MONTA-ARESTA THRU P-POLI-MONTA-ARESTA-FIM
            PERFORM P-MASCARA-SEGMENTO THRU P-MASCARA-SEGMENTO-FIM

            MOVE "MASKED" TO WS-VEREDITO
            MOVE 1 TO WS-PENA-CORRENTE

            IF WS-MASC-TOCOU
                PERFORM P-POLI-GRAVA-PEDACO THRU
                        P-POLI-GRAVA-PEDACO-FIM
                    VARYING PD-IDX FROM 1 BY 1
                    UNTIL PD-IDX > WS-PEDACO-QTDE
            ELSE
                PERFORM P-DECK-GRAVA-LINHA THRU P-DECK-GRAVA-LINHA-FIM
            END-IF
            .
       P-POLI-GRAVA-ARESTA-FIM.

       P-POLI-GRAVA-PEDACO.

            PERFORM P-MASCARA-PEDACO-CORRENTE THRU
                    P-MASCARA-PEDACO-CORRENTE-FIM
            PERFORM P-DECK-GRAVA-LINHA THRU P-DECK-GRAVA-LINHA-FIM
            .
       P-POLI-GRAVA-PEDACO-FIM.

      ******************************************************************
      * HACHURA - PARA CADA PASSADA (O ANGULO DO PH E, NA HACHURA
      * CRUZADA, MAIS 90 GRAUS) O ANEL RECORTADO E GIRADO E CADA
      * LINHA DE VARREDURA V = K * ESPACO CORTA AS ARESTAS (REGRA
      * SEMIABERTA: VERTICE EM CIMA DA LINHA CONTA UMA VEZ SO). OS
      * CORTES ORDENADOS EM U FORMAM PARES ENTRA/SAI E CADA PAR VOLTA
      * AO PLANO DA JANELA COMO UM TRACO HT NA PENA DA HACHURA,
      * RECORTADO AINDA PELAS ZONAS DE EXCLUSAO DO VIEWPORT.
      ******************************************************************

       P-HACH-GERA.

            ADD 1 TO WS-CONT-POLI-HACHURADOS

            MOVE WS-HACH-ANGULO TO WS-HACH-ANG-PASSADA
            PERFORM P-HACH-PASSADA THRU P-HACH-PASSADA-FIM

            IF WS-HACH-CRUZADA
                ADD 90 TO WS-HACH-ANG-PASSADA
                PERFORM P-HACH-PASSADA THRU P-HACH-PASSADA-FIM
            END-IF
            .
       P-HACH-GERA-FIM.

       P-HACH-PASSADA.

            COMPUTE WS-HACH-RAD ROUNDED =
                WS-HACH-ANG-PASSADA * 0,0174532925
            COMPUTE WS-HACH-COS ROUNDED = FUNCTION COS (WS-HACH-RAD)
            COMPUTE WS-HACH-SEN ROUNDED = FUNCTION SIN (WS-HACH-RAD)

            PERFORM P-HACH-GIRA-VERTICE THRU P-HACH-GIRA-VERTICE-FIM
                VARYING WS-HACH-I FROM 1 BY 1
                UNTIL WS-HACH-I > PS-QTDE-VERTICES

      ****** PRIMEIRO E ULTIMO K COM K * ESPACO DENTRO DE [VMIN,VMAX]
      ****** (A DIVISAO TRUNCA PARA O ZERO, DAI O ACERTO DE UM)
            COMPUTE WS-HACH-K-INI = WS-HACH-V-MIN / WS-HACH-ESPACO
            IF WS-HACH-K-INI * WS-HACH-ESPACO < WS-HACH-V-MIN
                ADD 1 TO WS-HACH-K-INI
            END-IF

            COMPUTE WS-HACH-K-FIM = WS-HACH-V-MAX / WS-HACH-ESPACO
            IF WS-HACH-K-FIM * WS-HACH-ESPACO > WS-HACH-V-MAX
                SUBTRACT 1 FROM WS-HACH-K-FIM
            END-IF

            PERFORM P-HACH-VARREDURA THRU P-HACH-VARREDURA-FIM
                VARYING WS-HACH-K FROM WS-HACH-K-INI BY 1
                UNTIL WS-HACH-K > WS-HACH-K-FIM
            .
       P-HACH-PASSADA-FIM.

       P-HACH-GIRA-VERTICE.

            COMPUTE WS-HA-U (WS-HACH-I) ROUNDED =
                PS-VERT-X (WS-HACH-I) * WS-HACH-COS +
                PS-VERT-Y (WS-HACH-I) * WS-HACH-SEN
            COMPUTE WS-HA-V (WS-HACH-I) ROUNDED =
                PS-VERT-Y (WS-HACH-I) * WS-HACH-COS -
                PS-VERT-X (WS-HACH-I) * WS-HACH-SEN

            IF WS-HACH-I = 1
                MOVE WS-HA-V (1) TO WS-HACH-V-MIN
                MOVE WS-HA-V (1) TO WS-HACH-V-MAX
            ELSE
                IF WS-HA-V (WS-HACH-I) < WS-HACH-V-MIN
                    MOVE WS-HA-V (WS-HACH-I) TO WS-HACH-V-MIN
                END-IF
                IF WS-HA-V (WS-HACH-I) > WS-HACH-V-MAX
                    MOVE WS-HA-V (WS-HACH-I) TO WS-HACH-V-MAX
                END-IF
            END-IF
            .
       P-HACH-GIRA-VERTICE-FIM.

       P-HACH-VARREDURA.

            COMPUTE WS-HACH-V = WS-HACH-K * WS-HACH-ESPACO
            MOVE ZERO TO WS-HC-QTDE

            PERFORM P-HACH-CORTA-ARESTA THRU P-HACH-CORTA-ARESTA-FIM
                VARYING WS-HACH-I FROM 1 BY 1
                UNTIL WS-HACH-I > PS-QTDE-VERTICES

            IF WS-HC-QTDE > 1
                MOVE "S" TO WS-HACH-TROCOU
                PERFORM P-HACH-ORDENA-PASSO THRU
                        P-HACH-ORDENA-PASSO-FIM
                    UNTIL WS-HACH-TROCOU = "N"

                PERFORM P-HACH-GRAVA-PAR THRU P-HACH-GRAVA-PAR-FIM
                    VARYING WS-HACH-I FROM 1 BY 2
                    UNTIL WS-HACH-I NOT < WS-HC-QTDE
            END-IF
            .
       P-HACH-VARREDURA-FIM.

       P-HACH-CORTA-ARESTA.

            COMPUTE WS-HACH-PROX = WS-HACH-I + 1
            IF WS-HACH-PROX > PS-QTDE-VERTICES
                MOVE 1 TO WS-HACH-PROX
            END-IF

            IF (WS-HA-V (WS-HACH-I) NOT > WS-HACH-V AND
                WS-HACH-V < WS-HA-V (WS-HACH-PROX))
               OR
               (WS-HA-V (WS-HACH-PROX) NOT > WS-HACH-V AND
                WS-HACH-V < WS-HA-V (WS-HACH-I))
                ADD 1 TO WS-HC-QTDE
                COMPUTE WS-HC-U (WS-HC-QTDE) ROUNDED =
                    WS-HA-U (WS-HACH-I) +
                    (WS-HACH-V - WS-HA-V (WS-HACH-I)) *
                    (WS-HA-U (WS-HACH-PROX) - WS-HA-U (WS-HACH-I)) /
                    (WS-HA-V (WS-HACH-PROX) - WS-HA-V (WS-HACH-I))
            END-IF
            .
       P-HACH-CORTA-ARESTA-FIM.

       P-HACH-ORDENA-PASSO.

            MOVE "N" TO WS-HACH-TROCOU

            PERFORM P-HACH-ORDENA-PAR THRU P-HACH-ORDENA-PAR-FIM
                VARYING WS-HACH-I FROM 1 BY 1
                UNTIL WS-HACH-I NOT < WS-HC-QTDE
            .
       P-HACH-ORDENA-PASSO-FIM.

       P-HACH-ORDENA-PAR.

            COMPUTE WS-HACH-J = WS-HACH-I + 1

            IF WS-HC-U (WS-HACH-I) > WS-HC-U (WS-HACH-J)
                MOVE WS-HC-U (WS-HACH-I) TO WS-HACH-TROCA
                MOVE WS-HC-U (WS-HACH-J) TO WS-HC-U (WS-HACH-I)
                MOVE WS-HACH-TROCA TO WS-HC-U (WS-HACH-J)
                MOVE "S" TO WS-HACH-TROCOU
            END-IF
            .
       P-HACH-ORDENA-PAR-FIM.

      ****** PAR DE CORTES (I, I+1) DE VOLTA AO PLANO DA JANELA
       P-HACH-GRAVA-PAR.

            COMPUTE WS-HACH-J = WS-HACH-I + 1

            COMPUTE WS-XONE-CORTADO ROUNDED =
                WS-HC-U (WS-HACH-I) * WS-HACH-COS -
                WS-HACH-V * WS-HACH-SEN
            COMPUTE WS-YONE-CORTADO ROUNDED =
                WS-HC-U (WS-HACH-I) * WS-HACH-SEN +
                WS-HACH-V * WS-HACH-COS
            COMPUTE WS-XTWO-CORTADO ROUNDED =
                WS-HC-U (WS-HACH-J) * WS-HACH-COS -
                WS-HACH-V * WS-HACH-SEN
            COMPUTE WS-YTWO-CORTADO ROUNDED =
                WS-HC-U (WS-HACH-J) * WS-HACH-SEN +
                WS-HACH-V * WS-HACH-COS

      ****** PAR QUE ARREDONDA PARA UM PONTO NAO VIRA TRACO
            IF WS-XONE-CORTADO = WS-XTWO-CORTADO
               AND WS-YONE-CORTADO = WS-YTWO-CORTADO
                CONTINUE
            ELSE
                IF PA-QTDE-ZONAS (PA-IDX) > ZERO
                    PERFORM P-MASCARA-SEGMENTO THRU
                            P-MASCARA-SEGMENTO-FIM
                END-IF

                IF PA-QTDE-ZONAS (PA-IDX) > ZERO AND WS-MASC-TOCOU
                    PERFORM P-HACH-GRAVA-PEDACO THRU
                            P-HACH-GRAVA-PEDACO-FIM
                        VARYING PD-IDX FROM 1 BY 1
                        UNTIL PD-IDX > WS-PEDACO-QTDE
                ELSE
                    PERFORM P-HACH-ESCREVE THRU P-HACH-ESCREVE-FIM
                END-IF
            END-IF
            .
       P-HACH-GRAVA-PAR-FIM.

       P-HACH-GRAVA-PEDACO.

            PERFORM P-MASCARA-PEDACO-CORRENTE THRU
                    P-MASCARA-PEDACO-CORRENTE-FIM
            PERFORM P-HACH-ESCREVE THRU P-HACH-ESCREVE-FIM
            .
       P-HACH-GRAVA-PEDACO-FIM.

       P-HACH-ESCREVE.

            ADD 1 TO WS-CONT-TRACOS-HACHURA

            MOVE WS-XONE-CORTADO TO WS-DO-HT-X1
            MOVE WS-YONE-CORTADO TO WS-DO-HT-Y1
            MOVE WS-XTWO-CORTADO TO WS-DO-HT-X2
            MOVE WS-YTWO-CORTADO TO WS-DO-HT-Y2
            MOVE WS-HACH-PENA TO WS-DO-HT-PENA

            MOVE SPACES TO DO-LINHA
            MOVE WS-DO-HACHURA TO DO-LINHA
            WRITE DO-LINHA
            .
       P-HACH-ESCREVE-FIM.

       P-DECK-TRAILER.

            IF WS-POLI-ABERTO
            MOVE SPACES TO DO-LINHA
            MOVE WS-DO-TRAILER TO DO-LINHA
            WRITE DO-LINHA

            IF WS-DES-A-LANCAR
                PERFORM P-LANCA-DESENHO THRU P-LANCA-DESENHO-FIM
            END-IF
            .
       P-DECK-TRAILER-FIM.

      ****** DESENHO RECORTADO ENTRA NO CADASTRO COMO RECORTADO (OU
      ****** SUSPENSO, SE ESTA EXECUCAO SUSPENDEU ALGUM DETALHE DELE);
      ****** SEM O CADASTRO O LOTE SEGUE SEM ACOMPANHAMENTO
       P-LANCA-DESENHO.

            MOVE "E" TO DR-FUNCAO
            MOVE WS-DES-ID-CORRENTE TO DR-ID
            MOVE WS-DES-TITULO-CORRENTE TO DR-TITULO
            MOVE SPACES TO DR-REVISAO
            MOVE 3 TO DR-ETAPA
            MOVE "COHCLIP" TO DR-JOB
            MOVE WS-CONT-DETALHES-DES TO DR-QTDE
            COMPUTE DR-SUSPENSOS = WS-CONT-SUSPENSAS - WS-SUSP-ANTES-DES
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO

            IF DR-CADASTRO-ERRO
                DISPLAY "AVISO: DESENHO " WS-DES-ID-CORRENTE
                        " NAO ATUALIZADO NO CADASTRO (DWGMSTR)."
            END-IF

            MOVE "N" TO WS-DES-PENDENTE
            .
       P-LANCA-DESENHO-FIM.

       P-SUSPENDE-POLI-INCOMPLETO.

            MOVE WS-PH-IMAGEM-GUARDADA TO WS-IMAGEM-SUSPENSA

            DISPLAY "DESENHOS:         " WS-CONT-DESENHOS
            DISPLAY "POLIGONOS:        " WS-CONT-POLIGONOS
            DISPLAY "POLIG. MASCARADOS:" WS-CONT-POLI-MASCARADOS
            DISPLAY "POLIG. HACHURADOS:" WS-CONT-POLI-HACHURADOS
            DISPLAY "TRACOS HACHURA:   " WS-CONT-TRACOS-HACHURA
            DISPLAY "ROTULOS LIDOS:    " WS-CONT-ROTULOS
            DISPLAY "ROTULOS MANTIDOS: " WS-CONT-ROTULOS-MANTIDOS
            DISPLAY "ROTULOS DESCART.: " WS-CONT-ROTULOS-DESCARTADOS
            IF WS-CONT-HACH-AJUSTADAS > ZERO
                DISPLAY "HACHURAS COM ESPACO ELEVADO AO MINIMO: "
                        WS-CONT-HACH-AJUSTADAS
            END-IF
            .
       P-EXIBE-RESUMO-DECK-FIM.

            .
       P-VP-LISTAR-UM-FIM.

      ******************************************************************
      * MANUTENCAO DO CADASTRO DE MASCARAS (MASKMSTR) - ZONAS DE
      * EXCLUSAO POR VIEWPORT, COM A MESMA CRITICA DE JANELA E O MESMO
      * HISTORICO (VPHIST) DO CADASTRO DE VIEWPORTS. A INCLUSAO E A
      * ALTERACAO EXIGEM O VIEWPORT NO VPMASTER E A ZONA DENTRO DA
      * JANELA DELE; A HISTORIA GUARDA UMA ZONA POR LINHA (VP-ID,
      * NUMERO DA ZONA E A ZONA) COM AS ACOES MSK-INC/MSK-ALT/MSK-EXC.
      ******************************************************************

       P-MANUT-MASCARA.

            MOVE SPACES TO WS-MANUT-OPCAO

            DISPLAY "CODIGO DO OPERADOR:"
            ACCEPT WS-OPERADOR

            OPEN EXTEND VPHIST-FILE

            IF WS-FS-VPHIST NOT = "00"
                DISPLAY
                "ARQUIVO DE HISTORICO (VPHIST) COM ERRO AO ABRIR ("
                WS-FS-VPHIST "). MANUTENCAO ABORTADA."
            ELSE
                PERFORM P-MK-CICLO THRU P-MK-CICLO-FIM
                    UNTIL WS-MANUT-SAIR

                CLOSE VPHIST-FILE
            END-IF
            .
       P-MANUT-MASCARA-FIM.

       P-MK-CICLO.

            DISPLAY " "
            DISPLAY "MANUTENCAO DE MASCARAS (ZONAS DE EXCLUSAO)"
            DISPLAY "<I> INCLUIR ZONA  <A> ALTERAR ZONA  "
                    "<E> EXCLUIR ZONA  <L> LISTAR"
            DISPLAY "<F> FIM"
            ACCEPT WS-MANUT-OPCAO

            EVALUATE TRUE
                WHEN WS-MANUT-INCLUIR
                    PERFORM P-MK-INCLUIR THRU P-MK-INCLUIR-FIM
                WHEN WS-MANUT-ALTERAR
                    PERFORM P-MK-ALTERAR THRU P-MK-ALTERAR-FIM
                WHEN WS-MANUT-EXCLUIR
                    PERFORM P-MK-EXCLUIR THRU P-MK-EXCLUIR-FIM
                WHEN WS-MANUT-LISTAR
                    PERFORM P-MK-LISTAR THRU P-MK-LISTAR-FIM
                WHEN WS-MANUT-SAIR
                    CONTINUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P-MK-CICLO-FIM.

       P-MK-ABRE-IO.

            OPEN I-O MASK-FILE

            IF WS-FS-MASCARA = "35"
                OPEN OUTPUT MASK-FILE
                CLOSE MASK-FILE
                OPEN I-O MASK-FILE
            END-IF
            .
       P-MK-ABRE-IO-FIM.

      ****** O VIEWPORT DA MASCARA TEM DE EXISTIR NO VPMASTER; A JANELA
      ****** DELE LIMITA AS ZONAS
       P-MK-LE-VIEWPORT.

            MOVE "N" TO WS-MK-VP-ACHADO

            DISPLAY "ID DO VIEWPORT (4 CARACTERES):"
            ACCEPT WS-VP-ID-DIGITADO

            OPEN INPUT VIEWPORT-FILE

            IF WS-FS-VIEWPORT NOT = "00"
                DISPLAY
                "CADASTRO DE VIEWPORTS (VPMASTER) INDISPONIVEL ("
                WS-FS-VIEWPORT ")."
            ELSE
                MOVE WS-VP-ID-DIGITADO TO VP-ID

                READ VIEWPORT-FILE
                    INVALID KEY
                        DISPLAY "VIEWPORT " WS-VP-ID-DIGITADO
                                " NAO ENCONTRADO NO CADASTRO."
                    NOT INVALID KEY
                        MOVE "S" TO WS-MK-VP-ACHADO
                        MOVE VP-XMIN TO WS-MK-JAN-XMIN
                        MOVE VP-XMAX TO WS-MK-JAN-XMAX
                        MOVE VP-YMIN TO WS-MK-JAN-YMIN
                        MOVE VP-YMAX TO WS-MK-JAN-YMAX
                END-READ

                CLOSE VIEWPORT-FILE
            END-IF
            .
       P-MK-LE-VIEWPORT-FIM.

       P-MK-LE-MASCARA.

            MOVE WS-VP-ID-DIGITADO TO MK-VP-ID

            READ MASK-FILE
                INVALID KEY
                    MOVE "N" TO WS-MK-REG-ACHADO
                    INITIALIZE MK-REGISTRO-MASCARA
                    MOVE WS-VP-ID-DIGITADO TO MK-VP-ID
                    MOVE ZERO TO MK-QTDE-ZONAS
                NOT INVALID KEY
                    MOVE "S" TO WS-MK-REG-ACHADO
            END-READ
            .
       P-MK-LE-MASCARA-FIM.

       P-MK-INCLUIR.

            PERFORM P-MK-LE-VIEWPORT THRU P-MK-LE-VIEWPORT-FIM

            IF WS-MK-VIEWPORT-OK
                PERFORM P-MK-ABRE-IO THRU P-MK-ABRE-IO-FIM
                PERFORM P-MK-LE-MASCARA THRU P-MK-LE-MASCARA-FIM

                IF MK-QTDE-ZONAS NOT < 8
                    DISPLAY "VIEWPORT " MK-VP-ID
                            " JA TEM 8 ZONAS. EXCLUA OU ALTERE UMA."
                ELSE
                    PERFORM P-MK-ACEITA-ZONA THRU P-MK-ACEITA-ZONA-FIM
                    PERFORM P-MK-VALIDA-ZONA THRU P-MK-VALIDA-ZONA-FIM

                    IF WS-JANELA-OK
                        ADD 1 TO MK-QTDE-ZONAS
                        MOVE MK-QTDE-ZONAS TO WS-MK-ZONA-NUM
                        MOVE WS-MK-ZONA-DIGITADA TO
                             MK-ZONA (WS-MK-ZONA-NUM)

                        IF WS-MK-REG-EXISTE
                            REWRITE MK-REGISTRO-MASCARA
                        ELSE
                            WRITE MK-REGISTRO-MASCARA
                        END-IF

                        DISPLAY "ZONA " WS-MK-ZONA-NUM
                                " INCLUIDA NO VIEWPORT " MK-VP-ID "."
                        MOVE SPACES TO WS-VP-IMAGEM-ANTES
                        PERFORM P-MK-IMAGEM-ZONA THRU
                                P-MK-IMAGEM-ZONA-FIM
                        MOVE WS-MK-IMAGEM-ZONA TO WS-VP-IMAGEM-DEPOIS
                        MOVE "MSK-INC" TO WS-VPH-ACAO
                        PERFORM P-VP-GRAVA-HISTORIA THRU
                                P-VP-GRAVA-HISTORIA-FIM
                    END-IF
                END-IF

                CLOSE MASK-FILE
            END-IF
            .
       P-MK-INCLUIR-FIM.

       P-MK-ALTERAR.

            PERFORM P-MK-LE-VIEWPORT THRU P-MK-LE-VIEWPORT-FIM

            IF WS-MK-VIEWPORT-OK
                PERFORM P-MK-ABRE-IO THRU P-MK-ABRE-IO-FIM
                PERFORM P-MK-LE-MASCARA THRU P-MK-LE-MASCARA-FIM
                PERFORM P-MK-ESCOLHE-ZONA THRU P-MK-ESCOLHE-ZONA-FIM

                IF WS-MK-ZONA-NUM > ZERO
                    PERFORM P-MK-IMAGEM-ZONA THRU P-MK-IMAGEM-ZONA-FIM
                    MOVE WS-MK-IMAGEM-ZONA TO WS-VP-IMAGEM-ANTES

                    PERFORM P-MK-ACEITA-ZONA THRU P-MK-ACEITA-ZONA-FIM
                    PERFORM P-MK-VALIDA-ZONA THRU P-MK-VALIDA-ZONA-FIM

                    IF WS-JANELA-OK
                        MOVE WS-MK-ZONA-DIGITADA TO
                             MK-ZONA (WS-MK-ZONA-NUM)
                        REWRITE MK-REGISTRO-MASCARA
                        DISPLAY "ZONA " WS-MK-ZONA-NUM
                                " DO VIEWPORT " MK-VP-ID " ATUALIZADA."
                        PERFORM P-MK-IMAGEM-ZONA THRU
                                P-MK-IMAGEM-ZONA-FIM
                        MOVE WS-MK-IMAGEM-ZONA TO WS-VP-IMAGEM-DEPOIS
                        MOVE "MSK-ALT" TO WS-VPH-ACAO
                        PERFORM P-VP-GRAVA-HISTORIA THRU
                                P-VP-GRAVA-HISTORIA-FIM
                    END-IF
                END-IF

                CLOSE MASK-FILE
            END-IF
            .
       P-MK-ALTERAR-FIM.

      ****** A EXCLUSAO NAO EXIGE O VIEWPORT: ZONAS DE UM VIEWPORT JA
      ****** EXCLUIDO DO VPMASTER TAMBEM PODEM SER LIMPAS
       P-MK-EXCLUIR.

            DISPLAY "ID DO VIEWPORT (4 CARACTERES):"
            ACCEPT WS-VP-ID-DIGITADO

            PERFORM P-MK-ABRE-IO THRU P-MK-ABRE-IO-FIM
            PERFORM P-MK-LE-MASCARA THRU P-MK-LE-MASCARA-FIM
            PERFORM P-MK-ESCOLHE-ZONA THRU P-MK-ESCOLHE-ZONA-FIM

            IF WS-MK-ZONA-NUM > ZERO
                PERFORM P-MK-IMAGEM-ZONA THRU P-MK-IMAGEM-ZONA-FIM
                MOVE WS-MK-IMAGEM-ZONA TO WS-VP-IMAGEM-ANTES

                PERFORM P-MK-DESLOCA-ZONA THRU P-MK-DESLOCA-ZONA-FIM
                    VARYING WS-MK-ZONA-SUB FROM WS-MK-ZONA-NUM BY 1
                    UNTIL WS-MK-ZONA-SUB NOT < MK-QTDE-ZONAS

                INITIALIZE MK-ZONA (MK-QTDE-ZONAS)
                SUBTRACT 1 FROM MK-QTDE-ZONAS

                IF MK-QTDE-ZONAS = ZERO
                    DELETE MASK-FILE
                ELSE
                    REWRITE MK-REGISTRO-MASCARA
                END-IF

                DISPLAY "ZONA " WS-MK-ZONA-NUM
                        " EXCLUIDA DO VIEWPORT " MK-VP-ID "."
                MOVE SPACES TO WS-VP-IMAGEM-DEPOIS
                MOVE "MSK-EXC" TO WS-VPH-ACAO
                PERFORM P-VP-GRAVA-HISTORIA THRU
                        P-VP-GRAVA-HISTORIA-FIM
            END-IF

            CLOSE MASK-FILE
            .
       P-MK-EXCLUIR-FIM.

       P-MK-DESLOCA-ZONA.

            COMPUTE WS-MK-ZONA-PROX = WS-MK-ZONA-SUB + 1
            MOVE MK-ZONA (WS-MK-ZONA-PROX) TO MK-ZONA (WS-MK-ZONA-SUB)
            .
       P-MK-DESLOCA-ZONA-FIM.

      ****** LISTA AS ZONAS DO VIEWPORT E PEDE O NUMERO; ZERO NO
      ****** WS-MK-ZONA-NUM QUANDO NAO HA ZONA VALIDA ESCOLHIDA
       P-MK-ESCOLHE-ZONA.

            MOVE ZERO TO WS-MK-ZONA-NUM

            IF NOT WS-MK-REG-EXISTE
                DISPLAY "VIEWPORT " WS-VP-ID-DIGITADO
                        " SEM ZONAS DE EXCLUSAO CADASTRADAS."
            ELSE
                PERFORM P-MK-EXIBE-ZONA THRU P-MK-EXIBE-ZONA-FIM
                    VARYING WS-MK-ZONA-SUB FROM 1 BY 1
                    UNTIL WS-MK-ZONA-SUB > MK-QTDE-ZONAS

                DISPLAY "NUMERO DA ZONA:"
                ACCEPT WS-MK-ZONA-NUM

                IF WS-MK-ZONA-NUM NOT NUMERIC
                   OR WS-MK-ZONA-NUM = ZERO
                   OR WS-MK-ZONA-NUM > MK-QTDE-ZONAS
                    DISPLAY "ZONA INEXISTENTE."
                    MOVE ZERO TO WS-MK-ZONA-NUM
                END-IF
            END-IF
            .
       P-MK-ESCOLHE-ZONA-FIM.

       P-MK-EXIBE-ZONA.

            DISPLAY "  ZONA " WS-MK-ZONA-SUB " "
                    MK-Z-DESCRICAO (WS-MK-ZONA-SUB)
                    " XMIN=" MK-Z-XMIN (WS-MK-ZONA-SUB)
                    " XMAX=" MK-Z-XMAX (WS-MK-ZONA-SUB)
                    " YMIN=" MK-Z-YMIN (WS-MK-ZONA-SUB)
                    " YMAX=" MK-Z-YMAX (WS-MK-ZONA-SUB)
            .
       P-MK-EXIBE-ZONA-FIM.

       P-MK-ACEITA-ZONA.

            DISPLAY "DESCRICAO DA ZONA (EX: CARIMBO, MARGEM):"
            ACCEPT WS-MKD-DESCRICAO
            DISPLAY "X MIN DA ZONA:"
            ACCEPT WS-MKD-XMIN
            DISPLAY "X MAX DA ZONA:"
            ACCEPT WS-MKD-XMAX
            DISPLAY "Y MIN DA ZONA:"
            ACCEPT WS-MKD-YMIN
            DISPLAY "Y MAX DA ZONA:"
            ACCEPT WS-MKD-YMAX
            .
       P-MK-ACEITA-ZONA-FIM.

       P-MK-VALIDA-ZONA.

            MOVE "S" TO WS-JANELA-VALIDA

            IF WS-MKD-XMIN NOT < WS-MKD-XMAX
                MOVE "N" TO WS-JANELA-VALIDA
                DISPLAY
                "ZONA INVALIDA: X MIN DEVE SER MENOR QUE X MAX."
            END-IF

            IF WS-MKD-YMIN NOT < WS-MKD-YMAX
                MOVE "N" TO WS-JANELA-VALIDA
                DISPLAY
                "ZONA INVALIDA: Y MIN DEVE SER MENOR QUE Y MAX."
            END-IF

            IF WS-MKD-XMIN < WS-MK-JAN-XMIN
               OR WS-MKD-XMAX > WS-MK-JAN-XMAX
               OR WS-MKD-YMIN < WS-MK-JAN-YMIN
               OR WS-MKD-YMAX > WS-MK-JAN-YMAX
                MOVE "N" TO WS-JANELA-VALIDA
                DISPLAY
                "ZONA INVALIDA: FORA DA JANELA DO VIEWPORT."
            END-IF
            .
       P-MK-VALIDA-ZONA-FIM.

       P-MK-IMAGEM-ZONA.

            MOVE MK-VP-ID TO WS-MKI-VP-ID
            MOVE WS-MK-ZONA-NUM TO WS-MKI-ZONA-NUM
            MOVE MK-ZONA (WS-MK-ZONA-NUM) TO WS-MKI-ZONA
            .
       P-MK-IMAGEM-ZONA-FIM.

       P-MK-LISTAR.

            OPEN INPUT MASK-FILE

            IF WS-FS-MASCARA NOT = "00"
                DISPLAY "CADASTRO DE MASCARAS VAZIO OU INDISPONIVEL."
            ELSE
                MOVE "N" TO WS-MK-FIM
                MOVE LOW-VALUES TO MK-VP-ID

                START MASK-FILE KEY IS NOT LESS THAN MK-VP-ID
                    INVALID KEY
                        MOVE "S" TO WS-MK-FIM
                END-START

                PERFORM P-MK-LISTAR-UM THRU P-MK-LISTAR-UM-FIM
                    UNTIL WS-MK-FIM = "S"

                CLOSE MASK-FILE
            END-IF
            .
       P-MK-LISTAR-FIM.

       P-MK-LISTAR-UM.

            READ MASK-FILE NEXT RECORD
                AT END
                    MOVE "S" TO WS-MK-FIM
                NOT AT END
                    DISPLAY "VIEWPORT " MK-VP-ID ": " MK-QTDE-ZONAS
                            " ZONA(S)"
                    PERFORM P-MK-EXIBE-ZONA THRU P-MK-EXIBE-ZONA-FIM
                        VARYING WS-MK-ZONA-SUB FROM 1 BY 1
                        UNTIL WS-MK-ZONA-SUB > MK-QTDE-ZONAS
            END-READ
            .
       P-MK-LISTAR-UM-FIM.

      ******************************************************************
      * MODO POLIGONO - RECORTE DE SUTHERLAND-HODGMAN VIA POLYCLIP
      ******************************************************************
