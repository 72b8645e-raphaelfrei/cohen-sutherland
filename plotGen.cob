      * Date:    22/08/2026
      * Purpose: Plotter command deck generator. Reads the clipped
      *          segment file (LINEOUT) written by cohenSutherland's
      *          batch mode, skips REJECTED records (and MASKED
      *          records left with no visible piece; the visible
      *          pieces of a masked segment plot like CLIPPED ones),
      *          removes duplicate segments (same endpoints in either
      *          direction, within the same viewport and pen) and
      *          writes the pen commands (SP / PU / PD) to PLOTDECK.
      *          On a panel run the deck carries one section per
      *          LO-VP-ID (a VP marker line, pen down to draw the
      *          tile, pen parked at home between tiles) so each
      *          panel plots whole; tiles are never merged or
      *          cross-deduplicated.
      *          Within each VP section the segments are grouped by
      *          the LO-PENA pen/layer code, one SP command per pen
      *          in ascending order, so the plotter does one pen
      *          step ends with RETURN-CODE 8 so the scheduler holds
      *          the plot step; nothing is discarded silently.
      *
      *          Before a chunk is ordered, strokes of the same
      *          section and pen that are collinear and overlap or
      *          touch within the merge tolerance are fused into one
      *          (every fused endpoint lies within the tolerance of
      *          the longer stroke's line, the gap between them along
      *          it is at most the tolerance, and the fused stroke
      *          runs between the two outermost endpoints). When
      *          ordering, a stroke starting where the pen was put
      *          down (its X and Y offsets from the pen, summed as
      *          the ordering measures travel, within the tolerance)
      *          is drawn on from there with no pen-up, so each run
      *          of strokes sharing endpoints plots as one pen-down
      *          polyline and the pen only lifts at a real gap.
      *          Each section ends with an MG record carrying the
      *          strokes and pen lifts the merge saved in it, which
      *          PLOTCHK reports; the run totals go to the summary.
      *
      *          SYSIN cards, in any order: MODO=DESENHO reads the
      *          clipped drawing deck (DRAWOUT) instead of LINEOUT,
      *          producing one deck section per drawing (a DS marker
      *          with the drawing ID). Clipped LD details become
      *          strokes, each clipped polygon's vertex ring becomes
      *          closed pen-down strokes (pen 1, the deck carries no
      *          pen on polygons) and clipped AR sub-arcs are drawn
      *          as two-degree chords. HT hatch strokes (generated
      *          by cohenSutherland inside hatched polygons) plot as
      *          ordinary strokes under the pen they carry, so they
      *          group with the other strokes of that pen. TX labels
      *          plot after the strokes of their pen: size (SI) and
      *          direction (DI) commands, a pen-up move to the anchor
      *          and the text on LB commands of up to 18 characters
      *          each (a longer label continues on a second LB). Pen
      *          grouping and the travel ordering work per drawing
      *          exactly as per viewport. Each drawing section
      *          written is posted to the DWGMSTR drawing-status
      *          master through DWGREG as DECKED, with the number of
      *          strokes and labels the section carries.
      *          Any other (or absent) mode keeps the LINEOUT mode.
      *          TOLERANCIA=NNNVV sets the merge tolerance in
      *          coordinate units (default 0,01; 00000 fuses and
      *          chains only exact contacts). A tolerance card that
      *          is not 5 digits ends the step with RETURN-CODE 16
      *          and no deck.
      *
      *          Every execution registers itself in the RUNCTL run
      *          registry (via RUNREG) at start and closes its entry
           05 ST-X2                PIC S999V99.
           05 ST-Y2                PIC S999V99.
           05 ST-ID-SECAO          PIC X(08).
           05 ST-TIPO-ITEM         PIC X(01).
               88 ST-ITEM-ROTULO          VALUE "2".
           05 ST-TX-ALTURA         PIC 9(03)V99.
           05 ST-TX-ANGULO         PIC S9(03)V99.
           05 ST-TX-TEXTO          PIC X(32).

       WORKING-STORAGE SECTION.

       77 WS-FIM-ORDENADO      PIC X(01) VALUE "N".
           88 WS-ORDENADO-ACABOU      VALUE "S".

      ****** CARTOES DO SYSIN: MODO DE GERACAO (MODO=DESENHO LE
      ****** DRAWOUT) E TOLERANCIA DA FUSAO (TOLERANCIA=NNNVV)
       77 WS-MODO-CARTAO       PIC X(80) VALUE SPACES.
       77 WS-MODO-GERACAO      PIC X(08) VALUE "LINHAS".
           88 WS-MODO-DESENHO         VALUE "DESENHO".
       77 WS-CARTOES-LIDOS     PIC 9(01) VALUE ZERO.
       01 WS-TOLER-CARTAO.
           05 WS-TOLER-X           PIC X(05).
           05 WS-TOLER-9 REDEFINES WS-TOLER-X PIC 9(03)V99.
       77 WS-TOLER-EDITADA     PIC ZZ9,99.

      ****** CONTADORES DO DECK
       77 WS-CONT-LIDOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-REJEITADOS   PIC 9(08) VALUE ZERO.
       77 WS-CONT-MASCARADOS   PIC 9(08) VALUE ZERO.
       77 WS-CONT-DUPLICADOS   PIC 9(08) VALUE ZERO.
       77 WS-CONT-DESCARTADOS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-PLOTADOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-DESENHOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-POLIGONOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-ARCOS        PIC 9(08) VALUE ZERO.
       77 WS-CONT-HACHURAS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-ROTULOS      PIC 9(08) VALUE ZERO.
       77 WS-CONT-FUNDIDOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-ENCADEADOS   PIC 9(08) VALUE ZERO.
       77 WS-CONT-ERGUIDAS-POUP PIC 9(08) VALUE ZERO.

      ****** POSICAO CORRENTE DA PENA E DISTANCIAS (MANHATTAN)
       77 WS-POS-X             PIC S999V99 VALUE ZERO.
                   88 WS-SEG-JA-PLOTADO   VALUE "S".

       77 WS-CHUNK-PLOTADOS    PIC 9(04) VALUE ZERO.
       77 WS-CHUNK-FUNDIDOS    PIC 9(04) VALUE ZERO.
       77 WS-CHUNK-A-PLOTAR    PIC 9(04) VALUE ZERO.

      ****** FUSAO DE TRACOS COLINEARES DO LOTE: O TRACO J QUE CAI
      ****** SOBRE A RETA DO MAIS LONGO DOS DOIS (R) E SE SOBREPOE OU
      ****** ENCOSTA NELE, SEMPRE DENTRO DA TOLERANCIA, E ABSORVIDO
      ****** PELO TRACO I. AS COMPARACOES SAO FEITAS AO QUADRADO
      ****** (PRODUTO VETORIAL E PROJECAO SOBRE A DIRECAO D DE R),
      ****** SEM RAIZ QUADRADA
       77 WS-FUS-TOLER         PIC 9(03)V99 VALUE 0,01.
       77 WS-FUS-TOLER-2       PIC 9(06)V9(04) VALUE ZERO.
       77 WS-FUS-I             PIC 9(04) VALUE ZERO.
       77 WS-FUS-J             PIC 9(04) VALUE ZERO.
       77 WS-FUS-PROX          PIC 9(04) VALUE ZERO.
       77 WS-FUS-NA-PASSADA    PIC 9(04) VALUE ZERO.
       77 WS-FUS-FUNDE         PIC X(01) VALUE "S".
           88 WS-FUS-FUNDIVEL         VALUE "S".
       77 WS-FUS-IXMIN         PIC S999V99 VALUE ZERO.
       77 WS-FUS-IXMAX         PIC S999V99 VALUE ZERO.
       77 WS-FUS-IYMIN         PIC S999V99 VALUE ZERO.
       77 WS-FUS-IYMAX         PIC S999V99 VALUE ZERO.
       77 WS-FUS-JXMIN         PIC S999V99 VALUE ZERO.
       77 WS-FUS-JXMAX         PIC S999V99 VALUE ZERO.
       77 WS-FUS-JYMIN         PIC S999V99 VALUE ZERO.
       77 WS-FUS-JYMAX         PIC S999V99 VALUE ZERO.
       77 WS-FUS-RX1           PIC S999V99 VALUE ZERO.
       77 WS-FUS-RY1           PIC S999V99 VALUE ZERO.
       77 WS-FUS-RX2           PIC S999V99 VALUE ZERO.
       77 WS-FUS-RY2           PIC S999V99 VALUE ZERO.
       77 WS-FUS-OX1           PIC S999V99 VALUE ZERO.
       77 WS-FUS-OY1           PIC S999V99 VALUE ZERO.
       77 WS-FUS-OX2           PIC S999V99 VALUE ZERO.
       77 WS-FUS-OY2           PIC S999V99 VALUE ZERO.
       77 WS-FUS-PX            PIC S999V99 VALUE ZERO.
       77 WS-FUS-PY            PIC S999V99 VALUE ZERO.
       77 WS-FUS-DX            PIC S9(04)V99 VALUE ZERO.
       77 WS-FUS-DY            PIC S9(04)V99 VALUE ZERO.
       77 WS-FUS-EX            PIC S9(04)V99 VALUE ZERO.
       77 WS-FUS-EY            PIC S9(04)V99 VALUE ZERO.
       77 WS-FUS-PROD-A        PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-PROD-B        PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-L2-I          PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-L2-J          PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-L2            PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-LIMITE        PIC S9(14)V9(04) VALUE ZERO.
       77 WS-FUS-CRUZ          PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-CRUZ-2        PIC S9(14)V9(04) VALUE ZERO.
       77 WS-FUS-T             PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-T1            PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-T2            PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-T-MENOR       PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-T-MAIOR       PIC S9(08)V9(04) VALUE ZERO.
       77 WS-FUS-FOLGA         PIC S9(09)V9(04) VALUE ZERO.
       77 WS-FUS-FOLGA-2       PIC S9(15)V9(03) VALUE ZERO.
       77 WS-FUS-MIN-X         PIC S999V99 VALUE ZERO.
       77 WS-FUS-MIN-Y         PIC S999V99 VALUE ZERO.
       77 WS-FUS-MAX-X         PIC S999V99 VALUE ZERO.
       77 WS-FUS-MAX-Y         PIC S999V99 VALUE ZERO.

      ****** ENCADEAMENTO: PENA BAIXADA NA POSICAO CORRENTE (O
      ****** TRACO QUE COMECA ALI SEGUE SEM ERGUER A PENA)
       77 WS-PENA-NO-TRACO     PIC X(01) VALUE "N".
           88 WS-PENA-BAIXADA         VALUE "S".

      ****** QUEBRAS DE SECAO E DE PENA DA SAIDA ORDENADA
       77 WS-SECAO-EM-CURSO    PIC X(01) VALUE "N".
           88 WS-SECAO-ABERTA         VALUE "S".
       77 WS-SECAO-CORRENTE    PIC X(08) VALUE SPACES.
       77 WS-PENA-SECAO        PIC 9(01) VALUE ZERO.
       77 WS-SECAO-ID-ABERTA   PIC X(08) VALUE SPACES.
       77 WS-SECAO-ITENS-ANTES PIC 9(08) VALUE ZERO.
       77 WS-SEC-FUNDIDOS      PIC 9(06) VALUE ZERO.
       77 WS-SEC-ENCADEADOS    PIC 9(06) VALUE ZERO.

      ****** REGISTRO ANTERIOR (DEDUPLICACAO POR ADJACENCIA - OS
      ****** DUPLICADOS FICAM VIZINHOS APOS A ORDENACAO)
       77 WS-TEM-ANTERIOR      PIC X(01) VALUE "N".
           88 WS-HA-ANTERIOR          VALUE "S".
       77 WS-REG-ATUAL         PIC X(88) VALUE SPACES.
       77 WS-REG-ANTERIOR      PIC X(88) VALUE SPACES.

      ****** NORMALIZACAO DO SEGMENTO ANTES DA ORDENACAO (EXTREMO
      ****** MENOR PRIMEIRO, PARA DUPLICATAS EM QUALQUER ORIENTACAO)
       77 WS-NORM-Y2           PIC S999V99 VALUE ZERO.
       77 WS-NORM-TROCA        PIC S999V99 VALUE ZERO.

      ****** VISAO DO REGISTRO DE DRAWOUT (DH/LD/AR/PH/PV/HT/TX/DT)
       01 WS-DOS-REGISTRO.
           05 WS-DOS-TIPO       PIC X(02).
           05 WS-DOS-DADOS      PIC X(58).
               10 WS-DOS-PV-X   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-PV-Y   PIC S999V99 SIGN LEADING SEPARATE.
               10 FILLER        PIC X(46).
           05 WS-DOS-HACHURA REDEFINES WS-DOS-DADOS.
               10 WS-DOS-HT-X1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-Y1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-X2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-Y2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-PENA PIC 9(01).
               10 FILLER        PIC X(33).
           05 WS-DOS-TEXTO REDEFINES WS-DOS-DADOS.
               10 WS-DOS-TX-X   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-TX-Y   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-TX-ALTURA PIC 9(03)V99.
               10 WS-DOS-TX-ANGULO PIC S9(03)V99
                                SIGN LEADING SEPARATE.
               10 WS-DOS-TX-PENA PIC 9(01).
               10 WS-DOS-TX-TEXTO PIC X(32).
               10 FILLER        PIC X(02).
           05 WS-DOS-TRAILER REDEFINES WS-DOS-DADOS.
               10 WS-DOS-DT-QTDE PIC 9(05).
               10 FILLER        PIC X(53).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CMD-Y             PIC -ZZ9,99.

      ****** TAMANHO (SI) E DIRECAO (DI) DO ROTULO
       01 WS-CMD-PARAMETRO.
           05 WS-CMD-PAR-VERBO     PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CMD-PAR-VALOR     PIC -ZZ9,99.

       01 WS-CMD-ROTULO.
           05 FILLER               PIC X(02) VALUE "LB".
           05 WS-CMD-LB-TEXTO      PIC X(18).

      ****** RESUMO DA FUSAO NO FIM DA SECAO (TRACOS E ERGUIDAS DE
      ****** PENA POUPADOS)
       01 WS-CMD-FUSAO.
           05 FILLER               PIC X(02) VALUE "MG".
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CMD-MG-TRACOS     PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 WS-CMD-MG-ERGUIDAS   PIC 9(06).

      ****** PEDIDO AO REGISTRO DE EXECUCOES (SUBPROGRAMA RUNREG)
       COPY RUNREQ.

      ****** PEDIDO AO CADASTRO DE DESENHOS (SUBPROGRAMA DWGREG)
       COPY DWGREQ.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-LE-CARTAO THRU P-LE-CARTAO-FIM
                VARYING WS-CARTOES-LIDOS FROM 1 BY 1
                UNTIL WS-CARTOES-LIDOS > 2

            IF RETURN-CODE = ZERO
                COMPUTE WS-FUS-TOLER-2 = WS-FUS-TOLER * WS-FUS-TOLER
                MOVE WS-FUS-TOLER TO WS-TOLER-EDITADA

                PERFORM P-REGISTRA-EXECUCAO THRU
                        P-REGISTRA-EXECUCAO-FIM

                IF WS-MODO-DESENHO
                    PERFORM P-GERA-MODO-DESENHO THRU
                            P-GERA-MODO-DESENHO-FIM
                ELSE
                    PERFORM P-GERA-MODO-LINHAS THRU
                            P-GERA-MODO-LINHAS-FIM
                END-IF

                IF WS-CONT-DESCARTADOS > ZERO
                    DISPLAY
                    "ATENCAO: " WS-CONT-DESCARTADOS " REGISTRO(S) "
                    "DESCARTADO(S). DECK INCOMPLETO - PASSO RETIDO."
                    IF RETURN-CODE = ZERO
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF

                PERFORM P-FECHA-REGISTRO THRU P-FECHA-REGISTRO-FIM

                IF WS-MODO-DESENHO
                    MOVE "F" TO DR-FUNCAO
                    MOVE RETURN-CODE TO DR-RETORNO-PASSO

                    CALL "DWGREG" USING DR-PEDIDO-DESENHO
                END-IF
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ****** CARTOES DO SYSIN, EM QUALQUER ORDEM: MODO=DESENHO E
      ****** TOLERANCIA=NNNVV; QUALQUER OUTRO CARTAO (OU NENHUM)
      ****** MANTEM O MODO LINHAS E A TOLERANCIA PADRAO. TOLERANCIA
      ****** MAL FORMADA NAO GERA DECK (RC 16) - FUNDIR COM A
      ****** TOLERANCIA ERRADA ALTERARIA O DESENHO
       P-LE-CARTAO.

            MOVE SPACES TO WS-MODO-CARTAO
            ACCEPT WS-MODO-CARTAO

            EVALUATE TRUE
                WHEN WS-MODO-CARTAO = "MODO=DESENHO"
                    MOVE "DESENHO" TO WS-MODO-GERACAO
                WHEN WS-MODO-CARTAO (1:11) = "TOLERANCIA="
                    MOVE WS-MODO-CARTAO (12:5) TO WS-TOLER-X
                    IF WS-TOLER-X NUMERIC
                       AND WS-MODO-CARTAO (17:64) = SPACES
                        MOVE WS-TOLER-9 TO WS-FUS-TOLER
                    ELSE
                        DISPLAY "CARTAO " WS-MODO-CARTAO (1:20)
                                " INVALIDO (TOLERANCIA=NNNVV). "
                                "GERACAO ABORTADA."
                        MOVE 16 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       P-LE-CARTAO-FIM.

      ****** REGISTRO DE EXECUCOES (RUNCTL VIA RUNREG): ENTRADA
      ****** ABERTA NO INICIO E FECHADA COM O RETORNO FINAL; UM
      ****** CONFLITO NO PLOTDECK OU O REGISTRO INDISPONIVEL SO
                                    P-SOLTA-SEGMENTO-FIM
                        WHEN LO-VEREDITO = "REJECTED"
                            ADD 1 TO WS-CONT-REJEITADOS
      ****** MASKED SEM PEDACO VISIVEL VEM COM EXTREMOS IGUAIS
                        WHEN LO-VEREDITO = "MASKED"
                            IF LO-X1-CORTADO = LO-X2-CORTADO
                               AND LO-Y1-CORTADO = LO-Y2-CORTADO
                                ADD 1 TO WS-CONT-MASCARADOS
                            ELSE
                                PERFORM P-SOLTA-SEGMENTO THRU
                                        P-SOLTA-SEGMENTO-FIM
                            END-IF
                        WHEN OTHER
                            ADD 1 TO WS-CONT-DESCARTADOS
                    END-EVALUATE
                MOVE 1 TO ST-PENA
            END-IF

            MOVE "1" TO ST-TIPO-ITEM
            MOVE ZERO TO ST-TX-ALTURA
            MOVE ZERO TO ST-TX-ANGULO
            MOVE SPACES TO ST-TX-TEXTO
            MOVE ZERO TO ST-SEQ
            MOVE WS-NORM-X1 TO ST-X1
            MOVE WS-NORM-Y1 TO ST-Y1
            DISPLAY "RESUMO DA GERACAO DO DECK:"
            DISPLAY "REGISTROS LIDOS:      " WS-CONT-LIDOS
            DISPLAY "REJEITADOS PULADOS:   " WS-CONT-REJEITADOS
            DISPLAY "MASCARADOS PULADOS:   " WS-CONT-MASCARADOS
            DISPLAY "DUPLICATAS REMOVIDAS: " WS-CONT-DUPLICADOS
            DISPLAY "DESCARTADOS:          " WS-CONT-DESCARTADOS
            DISPLAY "SEGMENTOS PLOTADOS:   " WS-CONT-PLOTADOS
            PERFORM P-RESUMO-FUSAO THRU P-RESUMO-FUSAO-FIM
            DISPLAY "SECOES DE VIEWPORT:   " WS-CONT-SECOES
            DISPLAY "DESLOCAMENTO ANTES:   " WS-DIST-ANTES
            DISPLAY "DESLOCAMENTO DEPOIS:  " WS-DIST-DEPOIS
            .
       P-RESUMO-LINHAS-FIM.

      ****** ECONOMIA DA FUSAO: CADA TRACO ABSORVIDO POUPA O TRACO E A
      ****** ERGUIDA DE PENA; CADA TRACO ENCADEADO POUPA A ERGUIDA
       P-RESUMO-FUSAO.

            COMPUTE WS-CONT-ERGUIDAS-POUP =
                    WS-CONT-FUNDIDOS + WS-CONT-ENCADEADOS

            DISPLAY "TOLERANCIA DA FUSAO:  " WS-TOLER-EDITADA
            DISPLAY "TRACOS FUNDIDOS:      " WS-CONT-FUNDIDOS
            DISPLAY "TRACOS ENCADEADOS:    " WS-CONT-ENCADEADOS
            DISPLAY "ERGUIDAS POUPADAS:    " WS-CONT-ERGUIDAS-POUP
            .
       P-RESUMO-FUSAO-FIM.

      ******************************************************************
      * MODO DESENHO - LE O DECK RECORTADO (DRAWOUT), TRANSFORMA CADA
      * DETALHE EM TRACOS (LD DIRETO, ANEL DO POLIGONO FECHADO COM
      * PENA 1, SUB-ARCOS EM CORDAS DE DOIS GRAUS, ROTULOS INTEIROS)
      * E OS DESPEJA NO SORT COM CHAVE DESENHO/PENA/TIPO/SEQUENCIA
      * (ROTULOS DEPOIS DOS TRACOS DA PENA); A SAIDA ORDENADA SAI
      * EM SECOES POR DESENHO (MARCA DS + ID) COM SUBGRUPOS POR
      * PENA. TRACOS DO MESMO DESENHO NAO SAO DEDUPLICADOS: O DECK
      * JA VEM DE UM UNICO RECORTE.
                    MOVE 12 TO RETURN-CODE
                ELSE
                    SORT SORT-FILE
                        ON ASCENDING KEY ST-SECAO ST-PENA
                                         ST-TIPO-ITEM ST-SEQ
                        INPUT PROCEDURE IS P-CARGA-DESENHO THRU
                                           P-CARGA-DESENHO-FIM
                        OUTPUT PROCEDURE IS P-EMITE-ORDENADO THRU
                        WHEN "PV"
                            PERFORM P-DESENHO-VERTICE THRU
                                    P-DESENHO-VERTICE-FIM
                        WHEN "HT"
                            PERFORM P-DESENHO-HACHURA THRU
                                    P-DESENHO-HACHURA-FIM
                        WHEN "TX"
                            PERFORM P-DESENHO-TEXTO THRU
                                    P-DESENHO-TEXTO-FIM
                        WHEN "DT"
                            CONTINUE
                        WHEN OTHER
            IF WS-DOS-LD-VEREDITO = "REJECTED"
                ADD 1 TO WS-CONT-REJEITADOS
            ELSE
             IF WS-DOS-LD-VEREDITO = "MASKED"
                AND WS-DOS-LD-X1C = WS-DOS-LD-X2C
                AND WS-DOS-LD-Y1C = WS-DOS-LD-Y2C
                ADD 1 TO WS-CONT-MASCARADOS
             ELSE
                MOVE WS-DOS-LD-X1C TO WS-TRACO-X1
                MOVE WS-DOS-LD-Y1C TO WS-TRACO-Y1
                MOVE WS-DOS-LD-X2C TO WS-TRACO-X2
                END-IF

                PERFORM P-SOLTA-TRACO THRU P-SOLTA-TRACO-FIM
             END-IF
            END-IF
            .
       P-DESENHO-LINHA-FIM.

      ****** TRACO DE HACHURA: JA VEM RECORTADO, VAI DIRETO PARA O
      ****** DECK NA PENA DA HACHURA
       P-DESENHO-HACHURA.

            ADD 1 TO WS-CONT-HACHURAS

            MOVE WS-DOS-HT-X1 TO WS-TRACO-X1
            MOVE WS-DOS-HT-Y1 TO WS-TRACO-Y1
            MOVE WS-DOS-HT-X2 TO WS-TRACO-X2
            MOVE WS-DOS-HT-Y2 TO WS-TRACO-Y2

            IF WS-DOS-HT-PENA NUMERIC AND WS-DOS-HT-PENA > ZERO
                MOVE WS-DOS-HT-PENA TO WS-TRACO-PENA
            ELSE
                MOVE 1 TO WS-TRACO-PENA
            END-IF

            PERFORM P-SOLTA-TRACO THRU P-SOLTA-TRACO-FIM
            .
       P-DESENHO-HACHURA-FIM.

      ****** ROTULO: O RECORTE SO GRAVA ROTULO INTEIRO DENTRO DA
      ****** JANELA; VAI PARA O SORT COMO UM ITEM SO (TIPO 2), COM A
      ****** ANCORA NOS DOIS EXTREMOS E O TEXTO JUNTO
       P-DESENHO-TEXTO.

            IF NOT WS-TEM-DESENHO
               OR WS-DOS-TX-ALTURA NOT NUMERIC
               OR WS-DOS-TX-ALTURA = ZERO
               OR WS-DOS-TX-TEXTO = SPACES
                ADD 1 TO WS-CONT-DESCARTADOS
            ELSE
                ADD 1 TO WS-SEQ-TRACO

                MOVE WS-NUM-DESENHO TO ST-SECAO
                MOVE WS-DESENHO-ID TO ST-ID-SECAO

                IF WS-DOS-TX-PENA NUMERIC AND WS-DOS-TX-PENA > ZERO
                    MOVE WS-DOS-TX-PENA TO ST-PENA
                ELSE
                    MOVE 1 TO ST-PENA
                END-IF

                MOVE "2" TO ST-TIPO-ITEM
                MOVE WS-SEQ-TRACO TO ST-SEQ
                MOVE WS-DOS-TX-X TO ST-X1
                MOVE WS-DOS-TX-Y TO ST-Y1
                MOVE WS-DOS-TX-X TO ST-X2
                MOVE WS-DOS-TX-Y TO ST-Y2
                MOVE WS-DOS-TX-ALTURA TO ST-TX-ALTURA
                MOVE WS-DOS-TX-ANGULO TO ST-TX-ANGULO
                MOVE WS-DOS-TX-TEXTO TO ST-TX-TEXTO

                RELEASE ST-REGISTRO-ORDENACAO
            END-IF
            .
       P-DESENHO-TEXTO-FIM.

      ****** O PH DE DRAWOUT TRAZ A CONTAGEM POS-RECORTE: 0 A 2
      ****** VERTICES SAO LEGITIMOS (POLIGONO COMIDO PELA JANELA);
      ****** ACIMA DE 40 ESTOURARIA O ANEL E E DESCARTE
                    PERFORM P-ARCO-CORDA THRU P-ARCO-CORDA-FIM
                        UNTIL WS-ARC-MARCHA-FEITA
                ELSE
                    IF WS-DOS-AR-VEREDITO = "MASKED"
                        ADD 1 TO WS-CONT-MASCARADOS
                    ELSE
                        ADD 1 TO WS-CONT-DESCARTADOS
                    END-IF
                END-IF
            END-IF
            .
                MOVE WS-DESENHO-ID TO ST-ID-SECAO
                MOVE WS-TRACO-PENA TO ST-PENA
                MOVE WS-SEQ-TRACO TO ST-SEQ
                MOVE "1" TO ST-TIPO-ITEM
                MOVE ZERO TO ST-TX-ALTURA
                MOVE ZERO TO ST-TX-ANGULO
                MOVE SPACES TO ST-TX-TEXTO
                MOVE WS-TRACO-X1 TO ST-X1
                MOVE WS-TRACO-Y1 TO ST-Y1
                MOVE WS-TRACO-X2 TO ST-X2
            DISPLAY "RESUMO DA GERACAO DO DECK (MODO DESENHO):"
            DISPLAY "REGISTROS LIDOS:      " WS-CONT-LIDOS
            DISPLAY "REJEITADOS PULADOS:   " WS-CONT-REJEITADOS
            DISPLAY "MASCARADOS PULADOS:   " WS-CONT-MASCARADOS
            DISPLAY "DESCARTADOS:          " WS-CONT-DESCARTADOS
            DISPLAY "TRACOS PLOTADOS:      " WS-CONT-PLOTADOS
            PERFORM P-RESUMO-FUSAO THRU P-RESUMO-FUSAO-FIM
            DISPLAY "SECOES DE DESENHO:    " WS-CONT-SECOES
            DISPLAY "POLIGONOS:            " WS-CONT-POLIGONOS
            DISPLAY "ARCOS:                " WS-CONT-ARCOS
            DISPLAY "TRACOS DE HACHURA:    " WS-CONT-HACHURAS
            DISPLAY "ROTULOS:              " WS-CONT-ROTULOS
            DISPLAY "DESLOCAMENTO:         " WS-DIST-DEPOIS
            .
       P-RESUMO-DESENHO-FIM.
      * A MARCA E ZERA A POSICAO; QUEBRA DE PENA EMITE UM SP; DENTRO
      * DE CADA SECAO/PENA OS SEGMENTOS ENTRAM EM LOTES DE ATE 2000
      * NA TABELA DE TRABALHO E CADA LOTE E DESPEJADO NA ORDEM DO
      * EXTREMO MAIS PROXIMO; UM ROTULO DESPEJA O LOTE PENDENTE E
      * SAI NA HORA. NO MODO LINHAS O REGISTRO IGUAL AO
      * ANTERIOR (MESMA SECAO, PENA E EXTREMOS NORMALIZADOS) E
      * DUPLICATA E CAI FORA. ANTES DE ORDENADO, O LOTE TEM OS
      * TRACOS COLINEARES FUNDIDOS; NA ORDENACAO, O TRACO QUE COMECA
      * ONDE A PENA BAIXADA ESTA SEGUE SEM PU (POLILINHA).
      ******************************************************************

       P-EMITE-ORDENADO.
            PERFORM P-DESPEJA-LOTE THRU P-DESPEJA-LOTE-FIM

            IF WS-SECAO-ABERTA
                PERFORM P-FECHA-SECAO THRU P-FECHA-SECAO-FIM
            END-IF
            .
       P-EMITE-ORDENADO-FIM.
                    END-IF
                END-IF

                IF ST-ITEM-ROTULO
                    PERFORM P-DESPEJA-LOTE THRU P-DESPEJA-LOTE-FIM
                    PERFORM P-EMITE-ROTULO THRU P-EMITE-ROTULO-FIM
                ELSE
                    ADD 1 TO WS-SEG-QTDE
                    MOVE ST-X1 TO WS-SEG-X1 (WS-SEG-QTDE)
                    MOVE ST-Y1 TO WS-SEG-Y1 (WS-SEG-QTDE)
                    MOVE ST-X2 TO WS-SEG-X2 (WS-SEG-QTDE)
                    MOVE ST-Y2 TO WS-SEG-Y2 (WS-SEG-QTDE)
                    MOVE "N" TO WS-SEG-USADO (WS-SEG-QTDE)
                END-IF

                MOVE WS-REG-ATUAL TO WS-REG-ANTERIOR
                MOVE "S" TO WS-TEM-ANTERIOR
            IF NOT WS-SECAO-ABERTA
               OR ST-SECAO NOT = WS-SECAO-CORRENTE
                IF WS-SECAO-ABERTA
                    PERFORM P-FECHA-SECAO THRU P-FECHA-SECAO-FIM
                END-IF

                ADD 1 TO WS-CONT-SECOES
                WRITE PD-LINHA

                MOVE ST-SECAO TO WS-SECAO-CORRENTE
                MOVE ST-ID-SECAO TO WS-SECAO-ID-ABERTA
                COMPUTE WS-SECAO-ITENS-ANTES =
                        WS-CONT-PLOTADOS + WS-CONT-ROTULOS
                MOVE "S" TO WS-SECAO-EM-CURSO
                MOVE ZERO TO WS-SEC-FUNDIDOS
                MOVE ZERO TO WS-SEC-ENCADEADOS
                MOVE ZERO TO WS-POS-X
                MOVE ZERO TO WS-POS-Y
            END-IF

      ****** SP ERGUE A PENA: A POLILINHA NAO ATRAVESSA A TROCA
            MOVE "N" TO WS-PENA-NO-TRACO
            MOVE ST-PENA TO WS-PENA-SECAO
            MOVE ST-PENA TO WS-CMD-NUM-PENA
            MOVE WS-CMD-PENA TO PD-LINHA
       P-DESPEJA-LOTE.

            MOVE ZERO TO WS-CHUNK-PLOTADOS
            MOVE ZERO TO WS-CHUNK-FUNDIDOS

            IF WS-SEG-QTDE > 1
                PERFORM P-FUNDE-LOTE THRU P-FUNDE-LOTE-FIM
            END-IF

            COMPUTE WS-CHUNK-A-PLOTAR = WS-SEG-QTDE - WS-CHUNK-FUNDIDOS

            IF WS-CHUNK-A-PLOTAR > ZERO
                PERFORM P-PLOTA-PROXIMO THRU P-PLOTA-PROXIMO-FIM
                    UNTIL WS-CHUNK-PLOTADOS = WS-CHUNK-A-PLOTAR
            END-IF

            MOVE ZERO TO WS-SEG-QTDE
            .
       P-DESPEJA-LOTE-FIM.

      ******************************************************************
      * FUSAO DOS TRACOS COLINEARES DO LOTE - CADA TRACO VIVO I E
      * COMPARADO COM OS VIVOS SEGUINTES; O J QUE SE FUNDE NELE E
      * MARCADO COMO USADO E I PASSA A IR DO EXTREMO MAIS RECUADO AO
      * MAIS AVANCADO DOS DOIS. COMO I CRESCE, AS PASSADAS SE REPETEM
      * ATE UMA PASSADA SEM FUSAO.
      ******************************************************************

       P-FUNDE-LOTE.

            MOVE 1 TO WS-FUS-NA-PASSADA

            PERFORM P-FUNDE-PASSADA THRU P-FUNDE-PASSADA-FIM
                UNTIL WS-FUS-NA-PASSADA = ZERO
            .
       P-FUNDE-LOTE-FIM.

       P-FUNDE-PASSADA.

            MOVE ZERO TO WS-FUS-NA-PASSADA

            PERFORM P-FUNDE-BASE THRU P-FUNDE-BASE-FIM
                VARYING WS-FUS-I FROM 1 BY 1
                UNTIL WS-FUS-I > WS-SEG-QTDE
            .
       P-FUNDE-PASSADA-FIM.

       P-FUNDE-BASE.

            IF NOT WS-SEG-JA-PLOTADO (WS-FUS-I)
                COMPUTE WS-FUS-PROX = WS-FUS-I + 1

                PERFORM P-FUNDE-PAR THRU P-FUNDE-PAR-FIM
                    VARYING WS-FUS-J FROM WS-FUS-PROX BY 1
                    UNTIL WS-FUS-J > WS-SEG-QTDE
            END-IF
            .
       P-FUNDE-BASE-FIM.

       P-FUNDE-PAR.

            IF NOT WS-SEG-JA-PLOTADO (WS-FUS-J)
      ****** CAIXAS QUE NAO SE ALCANCAM NEM COM A TOLERANCIA: NAO HA
      ****** O QUE FUNDIR (DESCARTA A MAIORIA DOS PARES SEM CONTA)
                PERFORM P-FUNDE-CAIXAS THRU P-FUNDE-CAIXAS-FIM

                IF WS-FUS-JXMIN NOT > WS-FUS-IXMAX + WS-FUS-TOLER
                   AND WS-FUS-JXMAX NOT < WS-FUS-IXMIN - WS-FUS-TOLER
                   AND WS-FUS-JYMIN NOT > WS-FUS-IYMAX + WS-FUS-TOLER
                   AND WS-FUS-JYMAX NOT < WS-FUS-IYMIN - WS-FUS-TOLER
                    PERFORM P-FUNDE-TESTA THRU P-FUNDE-TESTA-FIM
                END-IF
            END-IF
            .
       P-FUNDE-PAR-FIM.

      ****** O PAR SE FUNDE COM OS DOIS EXTREMOS DO OUTRO (O) SOBRE A
      ****** RETA DA REFERENCIA (R) E SEM FOLGA ALEM DA TOLERANCIA
       P-FUNDE-TESTA.

            PERFORM P-FUNDE-REFERENCIA THRU P-FUNDE-REFERENCIA-FIM

      ****** DOIS PONTOS (TRACOS DE COMPRIMENTO ZERO) NAO DAO RETA
            MOVE "N" TO WS-FUS-FUNDE

            IF WS-FUS-L2 > ZERO
                COMPUTE WS-FUS-LIMITE ROUNDED =
                        WS-FUS-TOLER-2 * WS-FUS-L2
                MOVE "S" TO WS-FUS-FUNDE

                MOVE WS-FUS-OX1 TO WS-FUS-PX
                MOVE WS-FUS-OY1 TO WS-FUS-PY
                PERFORM P-FUNDE-PONTO THRU P-FUNDE-PONTO-FIM
                MOVE WS-FUS-T TO WS-FUS-T1

                MOVE WS-FUS-OX2 TO WS-FUS-PX
                MOVE WS-FUS-OY2 TO WS-FUS-PY
                PERFORM P-FUNDE-PONTO THRU P-FUNDE-PONTO-FIM
                MOVE WS-FUS-T TO WS-FUS-T2
            END-IF

            IF WS-FUS-FUNDIVEL
                PERFORM P-FUNDE-FOLGA THRU P-FUNDE-FOLGA-FIM
            END-IF

            IF WS-FUS-FUNDIVEL
                PERFORM P-FUNDE-APLICA THRU P-FUNDE-APLICA-FIM
            END-IF
            .
       P-FUNDE-TESTA-FIM.

      ****** R OCUPA DE 0 A L2 NA PROJECAO; O OUTRO TEM DE ALCANCA-LO
      ****** COM UMA FOLGA DE NO MAXIMO A TOLERANCIA (AO QUADRADO:
      ****** FOLGA ** 2 CONTRA TOLERANCIA ** 2 * L2)
       P-FUNDE-FOLGA.

            IF WS-FUS-T1 < WS-FUS-T2
                MOVE WS-FUS-T1 TO WS-FUS-T-MENOR
                MOVE WS-FUS-T2 TO WS-FUS-T-MAIOR
            ELSE
                MOVE WS-FUS-T2 TO WS-FUS-T-MENOR
                MOVE WS-FUS-T1 TO WS-FUS-T-MAIOR
            END-IF

            IF WS-FUS-T-MENOR > WS-FUS-L2
                COMPUTE WS-FUS-FOLGA = WS-FUS-T-MENOR - WS-FUS-L2
                COMPUTE WS-FUS-FOLGA-2 ROUNDED =
                        WS-FUS-FOLGA * WS-FUS-FOLGA
                IF WS-FUS-FOLGA-2 > WS-FUS-LIMITE
                    MOVE "N" TO WS-FUS-FUNDE
                END-IF
            END-IF

            IF WS-FUS-T-MAIOR < ZERO
                COMPUTE WS-FUS-FOLGA-2 ROUNDED =
                        WS-FUS-T-MAIOR * WS-FUS-T-MAIOR
                IF WS-FUS-FOLGA-2 > WS-FUS-LIMITE
                    MOVE "N" TO WS-FUS-FUNDE
                END-IF
            END-IF
            .
       P-FUNDE-FOLGA-FIM.

      ****** I PASSA A SER O TRACO FUNDIDO; J SAI DO LOTE
       P-FUNDE-APLICA.

            PERFORM P-FUNDE-EXTREMOS THRU P-FUNDE-EXTREMOS-FIM

            MOVE WS-FUS-MIN-X TO WS-SEG-X1 (WS-FUS-I)
            MOVE WS-FUS-MIN-Y TO WS-SEG-Y1 (WS-FUS-I)
            MOVE WS-FUS-MAX-X TO WS-SEG-X2 (WS-FUS-I)
            MOVE WS-FUS-MAX-Y TO WS-SEG-Y2 (WS-FUS-I)
            MOVE "S" TO WS-SEG-USADO (WS-FUS-J)

            ADD 1 TO WS-CHUNK-FUNDIDOS
            ADD 1 TO WS-FUS-NA-PASSADA
            ADD 1 TO WS-SEC-FUNDIDOS
            ADD 1 TO WS-CONT-FUNDIDOS
            .
       P-FUNDE-APLICA-FIM.

       P-FUNDE-CAIXAS.

            IF WS-SEG-X1 (WS-FUS-I) < WS-SEG-X2 (WS-FUS-I)
                MOVE WS-SEG-X1 (WS-FUS-I) TO WS-FUS-IXMIN
                MOVE WS-SEG-X2 (WS-FUS-I) TO WS-FUS-IXMAX
            ELSE
                MOVE WS-SEG-X2 (WS-FUS-I) TO WS-FUS-IXMIN
                MOVE WS-SEG-X1 (WS-FUS-I) TO WS-FUS-IXMAX
            END-IF

            IF WS-SEG-Y1 (WS-FUS-I) < WS-SEG-Y2 (WS-FUS-I)
                MOVE WS-SEG-Y1 (WS-FUS-I) TO WS-FUS-IYMIN
                MOVE WS-SEG-Y2 (WS-FUS-I) TO WS-FUS-IYMAX
            ELSE
                MOVE WS-SEG-Y2 (WS-FUS-I) TO WS-FUS-IYMIN
                MOVE WS-SEG-Y1 (WS-FUS-I) TO WS-FUS-IYMAX
            END-IF

            IF WS-SEG-X1 (WS-FUS-J) < WS-SEG-X2 (WS-FUS-J)
                MOVE WS-SEG-X1 (WS-FUS-J) TO WS-FUS-JXMIN
                MOVE WS-SEG-X2 (WS-FUS-J) TO WS-FUS-JXMAX
            ELSE
                MOVE WS-SEG-X2 (WS-FUS-J) TO WS-FUS-JXMIN
                MOVE WS-SEG-X1 (WS-FUS-J) TO WS-FUS-JXMAX
            END-IF

            IF WS-SEG-Y1 (WS-FUS-J) < WS-SEG-Y2 (WS-FUS-J)
                MOVE WS-SEG-Y1 (WS-FUS-J) TO WS-FUS-JYMIN
                MOVE WS-SEG-Y2 (WS-FUS-J) TO WS-FUS-JYMAX
            ELSE
                MOVE WS-SEG-Y2 (WS-FUS-J) TO WS-FUS-JYMIN
                MOVE WS-SEG-Y1 (WS-FUS-J) TO WS-FUS-JYMAX
            END-IF
            .
       P-FUNDE-CAIXAS-FIM.

      ****** A RETA DE REFERENCIA (R) E A DO TRACO MAIS LONGO; O OUTRO
      ****** (O) E TESTADO CONTRA ELA. D = R2 - R1, L2 = |D| ** 2
       P-FUNDE-REFERENCIA.

            COMPUTE WS-FUS-DX = WS-SEG-X2 (WS-FUS-I) -
                                WS-SEG-X1 (WS-FUS-I)
            COMPUTE WS-FUS-DY = WS-SEG-Y2 (WS-FUS-I) -
                                WS-SEG-Y1 (WS-FUS-I)
            COMPUTE WS-FUS-PROD-A = WS-FUS-DX * WS-FUS-DX
            COMPUTE WS-FUS-PROD-B = WS-FUS-DY * WS-FUS-DY
            COMPUTE WS-FUS-L2-I = WS-FUS-PROD-A + WS-FUS-PROD-B

            COMPUTE WS-FUS-DX = WS-SEG-X2 (WS-FUS-J) -
                                WS-SEG-X1 (WS-FUS-J)
            COMPUTE WS-FUS-DY = WS-SEG-Y2 (WS-FUS-J) -
                                WS-SEG-Y1 (WS-FUS-J)
            COMPUTE WS-FUS-PROD-A = WS-FUS-DX * WS-FUS-DX
            COMPUTE WS-FUS-PROD-B = WS-FUS-DY * WS-FUS-DY
            COMPUTE WS-FUS-L2-J = WS-FUS-PROD-A + WS-FUS-PROD-B

            IF WS-FUS-L2-J > WS-FUS-L2-I
                MOVE WS-SEG-X1 (WS-FUS-J) TO WS-FUS-RX1
                MOVE WS-SEG-Y1 (WS-FUS-J) TO WS-FUS-RY1
                MOVE WS-SEG-X2 (WS-FUS-J) TO WS-FUS-RX2
                MOVE WS-SEG-Y2 (WS-FUS-J) TO WS-FUS-RY2
                MOVE WS-SEG-X1 (WS-FUS-I) TO WS-FUS-OX1
                MOVE WS-SEG-Y1 (WS-FUS-I) TO WS-FUS-OY1
                MOVE WS-SEG-X2 (WS-FUS-I) TO WS-FUS-OX2
                MOVE WS-SEG-Y2 (WS-FUS-I) TO WS-FUS-OY2
                MOVE WS-FUS-L2-J TO WS-FUS-L2
            ELSE
                MOVE WS-SEG-X1 (WS-FUS-I) TO WS-FUS-RX1
                MOVE WS-SEG-Y1 (WS-FUS-I) TO WS-FUS-RY1
                MOVE WS-SEG-X2 (WS-FUS-I) TO WS-FUS-RX2
                MOVE WS-SEG-Y2 (WS-FUS-I) TO WS-FUS-RY2
                MOVE WS-SEG-X1 (WS-FUS-J) TO WS-FUS-OX1
                MOVE WS-SEG-Y1 (WS-FUS-J) TO WS-FUS-OY1
                MOVE WS-SEG-X2 (WS-FUS-J) TO WS-FUS-OX2
                MOVE WS-SEG-Y2 (WS-FUS-J) TO WS-FUS-OY2
                MOVE WS-FUS-L2-I TO WS-FUS-L2
            END-IF

            COMPUTE WS-FUS-DX = WS-FUS-RX2 - WS-FUS-RX1
            COMPUTE WS-FUS-DY = WS-FUS-RY2 - WS-FUS-RY1
            .
       P-FUNDE-REFERENCIA-FIM.

      ****** PONTO P CONTRA A RETA DE R, COM E = P - R1: DISTANCIA AO
      ****** QUADRADO = (D X E) ** 2 / L2, ACEITA ATE TOLERANCIA ** 2;
      ****** PROJECAO T = D . E (R VAI DE 0 A L2). CADA PRODUTO NUM
      ****** COMPUTE PROPRIO
       P-FUNDE-PONTO.

            COMPUTE WS-FUS-EX = WS-FUS-PX - WS-FUS-RX1
            COMPUTE WS-FUS-EY = WS-FUS-PY - WS-FUS-RY1

            COMPUTE WS-FUS-PROD-A = WS-FUS-DX * WS-FUS-EY
            COMPUTE WS-FUS-PROD-B = WS-FUS-DY * WS-FUS-EX
            COMPUTE WS-FUS-CRUZ = WS-FUS-PROD-A - WS-FUS-PROD-B
            COMPUTE WS-FUS-CRUZ-2 ROUNDED = WS-FUS-CRUZ * WS-FUS-CRUZ

            IF WS-FUS-CRUZ-2 > WS-FUS-LIMITE
                MOVE "N" TO WS-FUS-FUNDE
            END-IF

            COMPUTE WS-FUS-PROD-A = WS-FUS-DX * WS-FUS-EX
            COMPUTE WS-FUS-PROD-B = WS-FUS-DY * WS-FUS-EY
            COMPUTE WS-FUS-T = WS-FUS-PROD-A + WS-FUS-PROD-B
            .
       P-FUNDE-PONTO-FIM.

      ****** TRACO FUNDIDO: DO EXTREMO DE MENOR PROJECAO AO DE MAIOR,
      ****** ENTRE OS QUATRO PONTOS ORIGINAIS (NENHUMA COORDENADA
      ****** NOVA E CALCULADA)
       P-FUNDE-EXTREMOS.

            MOVE WS-FUS-RX1 TO WS-FUS-MIN-X
            MOVE WS-FUS-RY1 TO WS-FUS-MIN-Y
            MOVE ZERO TO WS-FUS-T-MENOR
            MOVE WS-FUS-RX2 TO WS-FUS-MAX-X
            MOVE WS-FUS-RY2 TO WS-FUS-MAX-Y
            MOVE WS-FUS-L2 TO WS-FUS-T-MAIOR

            IF WS-FUS-T1 < WS-FUS-T-MENOR
                MOVE WS-FUS-OX1 TO WS-FUS-MIN-X
                MOVE WS-FUS-OY1 TO WS-FUS-MIN-Y
                MOVE WS-FUS-T1 TO WS-FUS-T-MENOR
            END-IF

            IF WS-FUS-T2 < WS-FUS-T-MENOR
                MOVE WS-FUS-OX2 TO WS-FUS-MIN-X
                MOVE WS-FUS-OY2 TO WS-FUS-MIN-Y
                MOVE WS-FUS-T2 TO WS-FUS-T-MENOR
            END-IF

            IF WS-FUS-T1 > WS-FUS-T-MAIOR
                MOVE WS-FUS-OX1 TO WS-FUS-MAX-X
                MOVE WS-FUS-OY1 TO WS-FUS-MAX-Y
                MOVE WS-FUS-T1 TO WS-FUS-T-MAIOR
            END-IF

            IF WS-FUS-T2 > WS-FUS-T-MAIOR
                MOVE WS-FUS-OX2 TO WS-FUS-MAX-X
                MOVE WS-FUS-OY2 TO WS-FUS-MAX-Y
                MOVE WS-FUS-T2 TO WS-FUS-T-MAIOR
            END-IF
            .
       P-FUNDE-EXTREMOS-FIM.

       P-PLOTA-PROXIMO.

            MOVE ZERO TO WS-SEG-ESCOLHIDO
            .
       P-DIST-PONTA-2-FIM.

      ****** TRACO QUE COMECA ONDE A PENA BAIXADA ESTA CONTINUA A
      ****** POLILINHA: SO O PD, SEM O PU. A DISTANCIA E A MESMA DA
      ****** ORDENACAO (|DX| + |DY|) E TEM DE CABER NA TOLERANCIA
       P-EMITE-SEGMENTO.

            IF WS-PENA-BAIXADA
               AND WS-DIST-MELHOR NOT > WS-FUS-TOLER
                ADD 1 TO WS-CONT-ENCADEADOS
                ADD 1 TO WS-SEC-ENCADEADOS
            ELSE
                ADD WS-DIST-MELHOR TO WS-DIST-DEPOIS

                MOVE "PU" TO WS-CMD-VERBO

                IF WS-PONTA-ESCOLHIDA = 1
                    MOVE WS-SEG-X1 (WS-SEG-ESCOLHIDO) TO WS-CMD-X
                    MOVE WS-SEG-Y1 (WS-SEG-ESCOLHIDO) TO WS-CMD-Y
                ELSE
                    MOVE WS-SEG-X2 (WS-SEG-ESCOLHIDO) TO WS-CMD-X
                    MOVE WS-SEG-Y2 (WS-SEG-ESCOLHIDO) TO WS-CMD-Y
                END-IF

                MOVE WS-CMD-MOVIMENTO TO PD-LINHA
                WRITE PD-LINHA
            END-IF

            MOVE "PD" TO WS-CMD-VERBO

            WRITE PD-LINHA

            MOVE "S" TO WS-SEG-USADO (WS-SEG-ESCOLHIDO)
            MOVE "S" TO WS-PENA-NO-TRACO
            ADD 1 TO WS-CONT-PLOTADOS
            ADD 1 TO WS-CHUNK-PLOTADOS
            .
       P-EMITE-SEGMENTO-FIM.

      ****** ROTULO: SI COM A ALTURA, DI COM O ANGULO, PENA LEVANTADA
      ****** ATE A ANCORA E O TEXTO EM LB DE 18 CARACTERES (O RESTO
      ****** DE UM TEXTO MAIS LONGO VAI NUM SEGUNDO LB)
       P-EMITE-ROTULO.

            COMPUTE WS-DIF-TMP = ST-X1 - WS-POS-X
            IF WS-DIF-TMP < ZERO
                COMPUTE WS-DIF-TMP = ZERO - WS-DIF-TMP
            END-IF
            ADD WS-DIF-TMP TO WS-DIST-DEPOIS

            COMPUTE WS-DIF-TMP = ST-Y1 - WS-POS-Y
            IF WS-DIF-TMP < ZERO
                COMPUTE WS-DIF-TMP = ZERO - WS-DIF-TMP
            END-IF
            ADD WS-DIF-TMP TO WS-DIST-DEPOIS

            MOVE "SI" TO WS-CMD-PAR-VERBO
            MOVE ST-TX-ALTURA TO WS-CMD-PAR-VALOR
            MOVE WS-CMD-PARAMETRO TO PD-LINHA
            WRITE PD-LINHA

            MOVE "DI" TO WS-CMD-PAR-VERBO
            MOVE ST-TX-ANGULO TO WS-CMD-PAR-VALOR
            MOVE WS-CMD-PARAMETRO TO PD-LINHA
            WRITE PD-LINHA

            MOVE "PU" TO WS-CMD-VERBO
            MOVE ST-X1 TO WS-CMD-X
            MOVE ST-Y1 TO WS-CMD-Y
            MOVE WS-CMD-MOVIMENTO TO PD-LINHA
            WRITE PD-LINHA

            MOVE ST-X1 TO WS-POS-X
            MOVE ST-Y1 TO WS-POS-Y
            MOVE "N" TO WS-PENA-NO-TRACO

            MOVE ST-TX-TEXTO (1:18) TO WS-CMD-LB-TEXTO
            MOVE WS-CMD-ROTULO TO PD-LINHA
            WRITE PD-LINHA

            IF ST-TX-TEXTO (19:14) NOT = SPACES
                MOVE ST-TX-TEXTO (19:14) TO WS-CMD-LB-TEXTO
                MOVE WS-CMD-ROTULO TO PD-LINHA
                WRITE PD-LINHA
            END-IF

            ADD 1 TO WS-CONT-ROTULOS
            .
       P-EMITE-ROTULO-FIM.

      ****** FIM DE SECAO: RESUMO DA FUSAO (MG), PENA GUARDADA E, NO
      ****** MODO DESENHO, O DESENHO LANCADO NO CADASTRO COMO EM DECK
       P-FECHA-SECAO.

            MOVE WS-SEC-FUNDIDOS TO WS-CMD-MG-TRACOS
            COMPUTE WS-CMD-MG-ERGUIDAS =
                    WS-SEC-FUNDIDOS + WS-SEC-ENCADEADOS
            MOVE WS-CMD-FUSAO TO PD-LINHA
            WRITE PD-LINHA

            PERFORM P-GUARDA-PENA THRU P-GUARDA-PENA-FIM

            IF WS-MODO-DESENHO
                PERFORM P-LANCA-DESENHO THRU P-LANCA-DESENHO-FIM
            END-IF
            .
       P-FECHA-SECAO-FIM.

      ****** SEM O CADASTRO (DWGMSTR) A GERACAO SEGUE SEM
      ****** ACOMPANHAMENTO DO DESENHO
       P-LANCA-DESENHO.

            MOVE "E" TO DR-FUNCAO
            MOVE WS-SECAO-ID-ABERTA TO DR-ID
            MOVE SPACES TO DR-TITULO
            MOVE SPACES TO DR-REVISAO
            MOVE 4 TO DR-ETAPA
            MOVE "PLOTGEN" TO DR-JOB
            COMPUTE DR-QTDE = WS-CONT-PLOTADOS + WS-CONT-ROTULOS
                            - WS-SECAO-ITENS-ANTES
            MOVE ZERO TO DR-SUSPENSOS
            MOVE RETURN-CODE TO DR-RETORNO-PASSO

            CALL "DWGREG" USING DR-PEDIDO-DESENHO

            IF DR-CADASTRO-ERRO
                DISPLAY "AVISO: DESENHO " WS-SECAO-ID-ABERTA
                        " NAO ATUALIZADO NO CADASTRO (DWGMSTR)."
            END-IF
            .
       P-LANCA-DESENHO-FIM.

      ****** PENA GUARDADA E RETORNO AO REPOUSO ENTRE SECOES
       P-GUARDA-PENA.

