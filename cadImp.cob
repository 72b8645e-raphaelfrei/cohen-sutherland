      *          extract (CADEXT), replacing the manual reformat that
      *          fed LINEIN. Each extract record carries a 3-letter
      *          entity tag and fixed signed fields:
      *            DRW id title rev  opens a drawing block
      *            LIN x1 y1 x2 y2 p line (outside a block -> LINEIN,
      *                              inside -> LD deck detail)
      *            PLY nn hp hs ha hn  polygon of nn vertices
      *                              (3-40), optional hatch pattern
      *                              (00/01/02), spacing, angle, pen
      *            VTX x y           one polygon vertex
      *            CIR cx cy r p     circle detail
      *            ARC cx cy r a1 a2 p  arc detail (degrees)
      *            TXT x y h a p text   label: anchor, character
      *                              height, rotation, pen and up to
      *                              32 characters of text
      *            END               closes the block
      *          Inside a drawing block the entities become a DRAWIN
      *          deck: the DH header from the DRW record, LD/CI/AR
      *          details, TX labels, PH plus PV groups from the
      *          polygons and a DT trailer with the correct detail
      *          count. Entities that cannot be converted go to the
      *          existing SUSPENSE file (extended, so the items
      *          SUSPFIX carries forward keep aging) with their own
      *          reason codes (20-24). Hatch attributes on a PLY
      *          record pass straight to the PH header; a pattern
      *          with bad spacing, angle or pen suspends the polygon
      *          (22). The import report (IMPRPT) lists each drawing
      *          and prints the control totals the RECONCIL step
      *          balances against. Each drawing closed is posted to
      *          the DWGMSTR drawing-status master through DWGREG as
      *          IMPORTED (title, revision and detail count), or as
      *          SUSPENDED when any of its entities was suspended.
      *
      *          Ends with RETURN-CODE 0 on a clean import, 4 when
      *          anything was suspended or a block needed repair
               88 CE-TIPO-VERTICE         VALUE "VTX".
               88 CE-TIPO-CIRCULO         VALUE "CIR".
               88 CE-TIPO-ARCO            VALUE "ARC".
               88 CE-TIPO-TEXTO           VALUE "TXT".
           05 FILLER               PIC X(01).
           05 CE-DADOS             PIC X(64).
           05 CE-DADOS-DESENHO REDEFINES CE-DADOS.
               10 CE-DRW-ID        PIC X(08).
               10 CE-DRW-TITULO    PIC X(20).
               10 CE-DRW-REVISAO   PIC X(04).
               10 FILLER           PIC X(32).
           05 CE-DADOS-LINHA REDEFINES CE-DADOS.
               10 CE-LIN-X1        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-LIN-Y1        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-LIN-X2        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-LIN-Y2        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-LIN-PENA      PIC 9(01).
               10 FILLER           PIC X(31).
           05 CE-DADOS-POLI REDEFINES CE-DADOS.
               10 CE-PLY-QTDE      PIC 9(02).
               10 CE-PLY-HACH-PADRAO PIC X(02).
                   88 CE-PLY-SEM-HACHURA  VALUE SPACES "00".
                   88 CE-PLY-HACHURA-VALIDA VALUE SPACES "00"
                                          "01" "02".
               10 CE-PLY-HACH-ESPACO PIC S9(05)V99
                                   SIGN LEADING SEPARATE.
               10 CE-PLY-HACH-ANGULO PIC S9(03)V99
                                   SIGN LEADING SEPARATE.
               10 CE-PLY-HACH-PENA PIC 9(01).
               10 FILLER           PIC X(45).
           05 CE-DADOS-VERTICE REDEFINES CE-DADOS.
               10 CE-VTX-X         PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-VTX-Y         PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 FILLER           PIC X(48).
           05 CE-DADOS-CIRCULO REDEFINES CE-DADOS.
               10 CE-CIR-CX        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-CIR-CY        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-CIR-RAIO      PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-CIR-PENA      PIC 9(01).
               10 FILLER           PIC X(39).
           05 CE-DADOS-ARCO REDEFINES CE-DADOS.
               10 CE-ARC-CX        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-ARC-CY        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-ARC-ANG-INI   PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 CE-ARC-ANG-FIM   PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 CE-ARC-PENA      PIC 9(01).
               10 FILLER           PIC X(27).
           05 CE-DADOS-TEXTO REDEFINES CE-DADOS.
               10 CE-TXT-X         PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-TXT-Y         PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-TXT-ALTURA    PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 CE-TXT-ANGULO    PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 CE-TXT-PENA      PIC 9(01).
               10 CE-TXT-TEXTO     PIC X(32).
               10 FILLER           PIC X(01).

       FD  LINE-OUTPUT
           LABEL RECORDS ARE OMITTED.
           88 WS-TEM-DESENHO          VALUE "S".
       77 WS-DESENHO-ID        PIC X(08) VALUE SPACES.
       77 WS-CONT-DETALHES-DES PIC 9(05) VALUE ZERO.
       77 WS-DESENHO-TITULO    PIC X(20) VALUE SPACES.
       77 WS-DESENHO-REVISAO   PIC X(04) VALUE SPACES.
       77 WS-SUSP-ANTES-DES    PIC 9(08) VALUE ZERO.

      ****** POLIGONO EM MONTAGEM (PH SO SAI QUANDO COMPLETO)
       77 WS-POLI-EM-CURSO     PIC X(01) VALUE "N".
       77 WS-POLI-ESPERADOS    PIC 9(02) VALUE ZERO.
       77 WS-POLI-RECEBIDOS    PIC 9(02) VALUE ZERO.
       77 WS-POLI-IMAGEM       PIC X(42) VALUE SPACES.
       77 WS-POLI-HACH-PADRAO  PIC X(02) VALUE SPACES.
       77 WS-POLI-HACH-ESPACO  PIC S9(05)V99 VALUE ZERO.
       77 WS-POLI-HACH-ANGULO  PIC S9(03)V99 VALUE ZERO.
       77 WS-POLI-HACH-PENA    PIC 9(01) VALUE ZERO.
       77 WS-POLI-HACH-OK      PIC X(01) VALUE "S".
           88 WS-POLI-HACHURA-OK      VALUE "S".

      ****** IMAGEM LEVADA AO ARQUIVO DE SUSPENSOS
       77 WS-IMAGEM-SUSPENSA   PIC X(42) VALUE SPACES.
       77 WS-CONT-DESENHOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-REG-DECK     PIC 9(08) VALUE ZERO.
       77 WS-CONT-POLIGONOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-ROTULOS      PIC 9(08) VALUE ZERO.
       77 WS-CONT-SUSPENSOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-AVISOS       PIC 9(08) VALUE ZERO.

      ****** PEDIDO AO CADASTRO DE DESENHOS (SUBPROGRAMA DWGREG)
       COPY DWGREQ.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.
                                    P-EXT-CIRCULO-FIM
                        WHEN CE-TIPO-ARCO
                            PERFORM P-EXT-ARCO THRU P-EXT-ARCO-FIM
                        WHEN CE-TIPO-TEXTO
                            PERFORM P-EXT-TEXTO THRU P-EXT-TEXTO-FIM
                        WHEN OTHER
                            MOVE "20" TO WS-MOTIVO-SUSPENSAO
                            PERFORM P-GRAVA-SUSPENSO THRU

            ADD 1 TO WS-CONT-DESENHOS
            MOVE CE-DRW-ID TO WS-DESENHO-ID
            MOVE CE-DRW-TITULO TO WS-DESENHO-TITULO
            MOVE CE-DRW-REVISAO TO WS-DESENHO-REVISAO
            MOVE "S" TO WS-DESENHO-ABERTO
            MOVE ZERO TO WS-CONT-DETALHES-DES
            MOVE WS-CONT-SUSPENSOS TO WS-SUSP-ANTES-DES

            MOVE SPACES TO DK-REGISTRO-DECK
            MOVE "DH" TO DK-TIPO
            MOVE WS-LINHA-DESENHO TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-REGISTRA-DESENHO THRU P-REGISTRA-DESENHO-FIM

            MOVE "N" TO WS-DESENHO-ABERTO
            MOVE SPACES TO WS-DESENHO-ID
            MOVE ZERO TO WS-CONT-DETALHES-DES
            .
       P-FECHA-DESENHO-FIM.

      ****** O DESENHO FECHADO ENTRA NO CADASTRO COMO IMPORTADO (OU
      ****** SUSPENSO, SE ALGO DELE FOI PARA O SUSPENSE); SEM O
      ****** CADASTRO A IMPORTACAO SEGUE SEM ACOMPANHAMENTO
       P-REGISTRA-DESENHO.

            MOVE "E" TO DR-FUNCAO
            MOVE WS-DESENHO-ID TO DR-ID
            MOVE WS-DESENHO-TITULO TO DR-TITULO
            MOVE WS-DESENHO-REVISAO TO DR-REVISAO
            MOVE 1 TO DR-ETAPA
            MOVE "CADIMP" TO DR-JOB
            MOVE WS-CONT-DETALHES-DES TO DR-QTDE
            COMPUTE DR-SUSPENSOS = WS-CONT-SUSPENSOS - WS-SUSP-ANTES-DES
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO

            IF DR-CADASTRO-ERRO
                DISPLAY "AVISO: DESENHO " WS-DESENHO-ID
                        " NAO ATUALIZADO NO CADASTRO (DWGMSTR)."
            END-IF
            .
       P-REGISTRA-DESENHO-FIM.

      ******************************************************************
      * ENTIDADES - CADA CAMPO DE COORDENADA E CRITICADO COMO NO EDIT
      * PASS DO CLIP (SINAL SEPARADO + SETE DIGITOS); E AQUI QUE AS
                MOVE "23" TO WS-MOTIVO-SUSPENSAO
                PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
            ELSE
                PERFORM P-VALIDA-HACHURA THRU P-VALIDA-HACHURA-FIM

                IF CE-PLY-QTDE NOT NUMERIC
                   OR CE-PLY-QTDE < 3 OR CE-PLY-QTDE > 40
                   OR NOT WS-POLI-HACHURA-OK
                    MOVE "22" TO WS-MOTIVO-SUSPENSAO
                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                ELSE
            .
       P-EXT-POLIGONO-FIM.

      ****** SEM PADRAO (BRANCO OU 00) O PH SAI SEM HACHURA; COM
      ****** PADRAO, MESMAS REGRAS DO RECORTE: ESPACO > 0, ANGULO
      ****** ENTRE -360 E 360 E PENA 1-8
       P-VALIDA-HACHURA.

            MOVE "S" TO WS-POLI-HACH-OK
            MOVE SPACES TO WS-POLI-HACH-PADRAO
            MOVE ZERO TO WS-POLI-HACH-ESPACO
            MOVE ZERO TO WS-POLI-HACH-ANGULO
            MOVE ZERO TO WS-POLI-HACH-PENA

            IF NOT CE-PLY-HACHURA-VALIDA
                MOVE "N" TO WS-POLI-HACH-OK
            ELSE
                IF NOT CE-PLY-SEM-HACHURA
                    IF CE-PLY-HACH-ESPACO NOT NUMERIC
                       OR CE-PLY-HACH-ANGULO NOT NUMERIC
                       OR CE-PLY-HACH-PENA NOT NUMERIC
                        MOVE "N" TO WS-POLI-HACH-OK
                    ELSE
                        IF CE-PLY-HACH-ESPACO NOT > ZERO
                           OR CE-PLY-HACH-ANGULO < -360
                           OR CE-PLY-HACH-ANGULO > 360
                           OR CE-PLY-HACH-PENA = ZERO
                           OR CE-PLY-HACH-PENA > 8
                            MOVE "N" TO WS-POLI-HACH-OK
                        ELSE
                            MOVE CE-PLY-HACH-PADRAO
                              TO WS-POLI-HACH-PADRAO
                            MOVE CE-PLY-HACH-ESPACO
                              TO WS-POLI-HACH-ESPACO
                            MOVE CE-PLY-HACH-ANGULO
                              TO WS-POLI-HACH-ANGULO
                            MOVE CE-PLY-HACH-PENA TO WS-POLI-HACH-PENA
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P-VALIDA-HACHURA-FIM.

       P-EXT-VERTICE.

            IF NOT WS-POLI-ABERTO
            MOVE SPACES TO DK-REGISTRO-DECK
            MOVE "PH" TO DK-TIPO
            MOVE WS-POLI-ESPERADOS TO DK-PH-QTDE-VERTICES
            MOVE WS-POLI-HACH-PADRAO TO DK-PH-HACH-PADRAO

            IF WS-POLI-HACH-PADRAO NOT = SPACES
                MOVE WS-POLI-HACH-ESPACO TO DK-PH-HACH-ESPACO
                MOVE WS-POLI-HACH-ANGULO TO DK-PH-HACH-ANGULO
                MOVE WS-POLI-HACH-PENA TO DK-PH-HACH-PENA
            END-IF

            WRITE DK-REGISTRO-DECK
            ADD 1 TO WS-CONT-REG-DECK
            .
       P-EXT-ARCO-FIM.

      ****** ROTULO: ANCORA E ALTURA NO FORMATO DAS COORDENADAS,
      ****** ANGULO ENTRE -360 E 360, PENA 1-8 E TEXTO NAO VAZIO
       P-EXT-TEXTO.

            IF NOT WS-TEM-DESENHO
                MOVE "23" TO WS-MOTIVO-SUSPENSAO
                PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
            ELSE
                MOVE CE-DADOS TO WS-IMAGEM-ENTRADA
                MOVE 3 TO WS-QTDE-CAMPOS-VALIDAR
                PERFORM P-VALIDA-IMAGEM THRU P-VALIDA-IMAGEM-FIM

                IF WS-REGISTRO-VALIDO
                    IF CE-TXT-ALTURA NOT > ZERO
                       OR CE-TXT-ANGULO NOT NUMERIC
                       OR CE-TXT-PENA NOT NUMERIC
                       OR CE-TXT-PENA = ZERO OR CE-TXT-PENA > 8
                       OR CE-TXT-TEXTO = SPACES
                        MOVE "N" TO WS-REG-EXT-VALIDO
                    END-IF
                END-IF

                IF WS-REGISTRO-VALIDO
                    IF CE-TXT-ANGULO < -360 OR CE-TXT-ANGULO > 360
                        MOVE "N" TO WS-REG-EXT-VALIDO
                    END-IF
                END-IF

                IF NOT WS-REGISTRO-VALIDO
                    MOVE "21" TO WS-MOTIVO-SUSPENSAO
                    PERFORM P-GRAVA-SUSPENSO THRU P-GRAVA-SUSPENSO-FIM
                ELSE
                    MOVE SPACES TO DK-REGISTRO-DECK
                    MOVE "TX" TO DK-TIPO
                    MOVE CE-TXT-X TO DK-TX-X
                    MOVE CE-TXT-Y TO DK-TX-Y
                    MOVE CE-TXT-ALTURA TO DK-TX-ALTURA
                    MOVE CE-TXT-ANGULO TO DK-TX-ANGULO
                    MOVE CE-TXT-PENA TO DK-TX-PENA
                    MOVE CE-TXT-TEXTO TO DK-TX-TEXTO

                    WRITE DK-REGISTRO-DECK
                    ADD 1 TO WS-CONT-REG-DECK
                    ADD 1 TO WS-CONT-DETALHES-DES
                    ADD 1 TO WS-CONT-ROTULOS
                END-IF
            END-IF
            .
       P-EXT-TEXTO-FIM.

       P-VALIDA-IMAGEM.

            MOVE "S" TO WS-REG-EXT-VALIDO
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ROTULOS GRAVADOS:           " TO WS-LR-ROTULO
            MOVE WS-CONT-ROTULOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "SUSPENSOS (SUSPENSE):       " TO WS-LR-ROTULO
            MOVE WS-CONT-SUSPENSOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            IF WS-CONT-SUSPENSOS > ZERO OR WS-CONT-AVISOS > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF

            MOVE "F" TO DR-FUNCAO
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO
            .
       P-ENCERRA-FIM.

