      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Splitter of the nightly LINEIN for the partitioned
      *          clip run. Counts LINEIN and divides it into N
      *          contiguous partitions of nearly equal size (the
      *          first ones take one record more when the count does
      *          not divide evenly), copied unchanged and in their
      *          original order to the partition files LINEP1 to
      *          LINEPn, so each partition can be clipped by its own
      *          concurrent cohenSutherland step (PARTICAO card) and
      *          the merge step CLIPMRG can put the partial LINEOUT
      *          files back together in the original order.
      *
      *          The PARTCTL control file (copybook PARTREC) gets one
      *          P record per partition - first original line, record
      *          count and hash totals of the world coordinate
      *          columns - and one T record with the same totals for
      *          the whole LINEIN and the number of partitions.
      *          CLIPMRG balances the clipped partitions against it
      *          and against LINEIN itself.
      *
      *          CTLCARDS keyword cards:
      *            PARTICOES=n       number of partitions, 1 to 8
      *                              (required)
      *          Ends with RETURN-CODE 0 when LINEIN was split, 12 on a
      *          file error and 16 on missing or invalid control cards
      *          (nothing split).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPSPLT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-INPUT ASSIGN TO "LINEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LINE-INPUT.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTCTL.

           SELECT PART1-FILE ASSIGN TO "LINEP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART1.

           SELECT PART2-FILE ASSIGN TO "LINEP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART2.

           SELECT PART3-FILE ASSIGN TO "LINEP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART3.

           SELECT PART4-FILE ASSIGN TO "LINEP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART4.

           SELECT PART5-FILE ASSIGN TO "LINEP5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART5.

           SELECT PART6-FILE ASSIGN TO "LINEP6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART6.

           SELECT PART7-FILE ASSIGN TO "LINEP7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART7.

           SELECT PART8-FILE ASSIGN TO "LINEP8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART8.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-INPUT
           LABEL RECORDS ARE OMITTED.
       COPY LINEREC.

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

       FD  PARTCTL-FILE
           LABEL RECORDS ARE OMITTED.
       COPY PARTREC.

       FD  PART1-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP1-LINHA               PIC X(33).

       FD  PART2-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP2-LINHA               PIC X(33).

       FD  PART3-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP3-LINHA               PIC X(33).

       FD  PART4-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP4-LINHA               PIC X(33).

       FD  PART5-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP5-LINHA               PIC X(33).

       FD  PART6-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP6-LINHA               PIC X(33).

       FD  PART7-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP7-LINHA               PIC X(33).

       FD  PART8-FILE
           LABEL RECORDS ARE OMITTED.
       01  LP8-LINHA               PIC X(33).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-LINE-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-PARTCTL        PIC X(02) VALUE "00".
       77 WS-FS-PART1          PIC X(02) VALUE "00".
       77 WS-FS-PART2          PIC X(02) VALUE "00".
       77 WS-FS-PART3          PIC X(02) VALUE "00".
       77 WS-FS-PART4          PIC X(02) VALUE "00".
       77 WS-FS-PART5          PIC X(02) VALUE "00".
       77 WS-FS-PART6          PIC X(02) VALUE "00".
       77 WS-FS-PART7          PIC X(02) VALUE "00".
       77 WS-FS-PART8          PIC X(02) VALUE "00".
       77 WS-FS-ABERTURA       PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-ARQUIVO-ACABOU       VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO COHENSUTHERLAND
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.

       01 WS-CTL-PARTICOES-NUM PIC 9(01) VALUE ZERO.
       01 WS-CTL-PARTICOES-X REDEFINES WS-CTL-PARTICOES-NUM
                               PIC X(01).

      ****** CARIMBO DO CONTROLE
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** CONTAGEM E FAIXAS DAS PARTICOES
       77 WS-QTDE-PARTICOES    PIC 9(02) VALUE ZERO.
       77 WS-PART              PIC 9(02) VALUE ZERO.
       77 WS-PART-ATUAL        PIC 9(02) VALUE ZERO.
       77 WS-CONT-ENTRADA      PIC 9(08) VALUE ZERO.
       77 WS-NUM-LINHA         PIC 9(08) VALUE ZERO.
       77 WS-TAMANHO-BASE      PIC 9(08) VALUE ZERO.
       77 WS-SOBRA             PIC 9(08) VALUE ZERO.
       77 WS-PROXIMA-LINHA     PIC 9(08) VALUE ZERO.

       01 WS-TAB-PARTICOES.
           05 WS-PT OCCURS 8 TIMES.
               10 WS-PT-PRIMEIRA    PIC 9(08).
               10 WS-PT-ULTIMA      PIC 9(08).
               10 WS-PT-QTDE        PIC 9(08).
               10 WS-PT-GRAVADAS    PIC 9(08).
               10 WS-PT-HASH-X1     PIC 9(12)V99.
               10 WS-PT-HASH-Y1     PIC 9(12)V99.
               10 WS-PT-HASH-X2     PIC 9(12)V99.
               10 WS-PT-HASH-Y2     PIC 9(12)V99.

      ****** HASH DAS COLUNAS DE LINEIN (SOMA DOS VALORES ABSOLUTOS DOS
      ****** CAMPOS NUMERICOS; CAMPO INVALIDO, QUE O CLIP SUSPENDE,
      ****** ENTRA COMO ZERO - A MESMA REGRA DO CLIPMRG)
       77 WS-ABS-COORD         PIC 9(05)V99 VALUE ZERO.
       77 WS-HASH-X1           PIC 9(12)V99 VALUE ZERO.
       77 WS-HASH-Y1           PIC 9(12)V99 VALUE ZERO.
       77 WS-HASH-X2           PIC 9(12)V99 VALUE ZERO.
       77 WS-HASH-Y2           PIC 9(12)V99 VALUE ZERO.

       77 WS-MSG-ABORTO        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                PERFORM P-CONTA-ENTRADA THRU P-CONTA-ENTRADA-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-CALCULA-FAIXAS THRU P-CALCULA-FAIXAS-FIM
                PERFORM P-ABRE-PARTICOES THRU P-ABRE-PARTICOES-FIM
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P-DISTRIBUI THRU P-DISTRIBUI-FIM
            END-IF

      ****** RELEITURA FALHOU: AS PARTICOES JA FORAM FECHADAS E NAO HA
      ****** CONTROLE A GRAVAR
            IF RETURN-CODE = ZERO
                PERFORM P-GRAVA-CONTROLE THRU P-GRAVA-CONTROLE-FIM
                PERFORM P-FECHA-PARTICOES THRU P-FECHA-PARTICOES-FIM
                PERFORM P-EXIBE-RESUMO THRU P-EXIBE-RESUMO-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO SER ABERTO; CARTAO RUIM OU AUSENTE = RC 16.
      ******************************************************************

       P-LE-CONTROLE.

            MOVE "N" TO WS-CTL-FIM

            OPEN INPUT CONTROL-FILE

            IF WS-FS-CONTROLE NOT = "00"
                DISPLAY
                "CARTOES DE CONTROLE (CTLCARDS) AUSENTES ("
                WS-FS-CONTROLE ")."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            ELSE
                PERFORM P-LE-UM-CARTAO THRU P-LE-UM-CARTAO-FIM
                    UNTIL WS-CTL-FIM = "S"

                CLOSE CONTROL-FILE
            END-IF

            IF NOT WS-CTL-COM-ERRO
                IF WS-CTL-PARTICOES-NUM < 1 OR WS-CTL-PARTICOES-NUM > 8
                    DISPLAY "PARTICOES OBRIGATORIO (1 A 8)."
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
                ELSE
                    MOVE WS-CTL-PARTICOES-NUM TO WS-QTDE-PARTICOES
                    DISPLAY "OPCOES VALIDADAS: PARTICOES="
                            WS-QTDE-PARTICOES
                END-IF
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
                WHEN "PARTICOES"
                    MOVE WS-CTL-VALOR (1:1) TO WS-CTL-PARTICOES-X
                    IF WS-CTL-PARTICOES-NUM NOT NUMERIC
                       OR WS-CTL-VALOR (2:63) NOT = SPACES
                        DISPLAY "PARTICOES INVALIDO (1 DIGITO, 1-8)."
                        MOVE ZERO TO WS-CTL-PARTICOES-NUM
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. DIVISAO ABORTADA."
                MOVE 16 TO RETURN-CODE
            END-IF
            .
       P-INICIALIZA-FIM.

       P-ABORTA.

            DISPLAY WS-MSG-ABORTO
            DISPLAY "DIVISAO ABORTADA - PARTICOES INVALIDAS."

            MOVE 12 TO RETURN-CODE
            .
       P-ABORTA-FIM.

      ******************************************************************
      * PRIMEIRA PASSAGEM - CONTA LINEIN PARA DIMENSIONAR AS FAIXAS
      ******************************************************************

       P-CONTA-ENTRADA.

            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT LINE-INPUT

            IF WS-FS-LINE-INPUT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE ENTRADA (LINEIN) NAO ENCONTRADO ("
                       WS-FS-LINE-INPUT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-CONTA-UM THRU P-CONTA-UM-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE LINE-INPUT
            END-IF
            .
       P-CONTA-ENTRADA-FIM.

       P-CONTA-UM.

            READ LINE-INPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-ENTRADA
            END-READ
            .
       P-CONTA-UM-FIM.

      ****** FAIXAS CONTIGUAS: CADA PARTICAO LEVA A PARTE INTEIRA DA
      ****** DIVISAO E AS PRIMEIRAS LEVAM UMA LINHA DA SOBRA CADA;
      ****** PARTICAO SEM LINHAS (LINEIN MENOR QUE N) FICA VAZIA
       P-CALCULA-FAIXAS.

            DIVIDE WS-CONT-ENTRADA BY WS-QTDE-PARTICOES
                GIVING WS-TAMANHO-BASE REMAINDER WS-SOBRA

            INITIALIZE WS-TAB-PARTICOES
            MOVE 1 TO WS-PROXIMA-LINHA

            PERFORM P-CALCULA-UMA-FAIXA THRU P-CALCULA-UMA-FAIXA-FIM
                VARYING WS-PART FROM 1 BY 1
                UNTIL WS-PART > WS-QTDE-PARTICOES
            .
       P-CALCULA-FAIXAS-FIM.

       P-CALCULA-UMA-FAIXA.

            MOVE WS-TAMANHO-BASE TO WS-PT-QTDE (WS-PART)
            IF WS-PART NOT > WS-SOBRA
                ADD 1 TO WS-PT-QTDE (WS-PART)
            END-IF

            MOVE WS-PROXIMA-LINHA TO WS-PT-PRIMEIRA (WS-PART)
            ADD WS-PT-QTDE (WS-PART) TO WS-PROXIMA-LINHA
            COMPUTE WS-PT-ULTIMA (WS-PART) = WS-PROXIMA-LINHA - 1
            .
       P-CALCULA-UMA-FAIXA-FIM.

       P-ABRE-PARTICOES.

            MOVE "00" TO WS-FS-ABERTURA

            PERFORM P-ABRE-UMA-PARTICAO THRU P-ABRE-UMA-PARTICAO-FIM
                VARYING WS-PART FROM 1 BY 1
                UNTIL WS-PART > WS-QTDE-PARTICOES

            IF WS-FS-ABERTURA NOT = "00"
                PERFORM P-FECHA-PARTICOES THRU P-FECHA-PARTICOES-FIM
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE PARTICAO (LINEPn) COM ERRO AO "
                       "ABRIR (" WS-FS-ABERTURA ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            END-IF
            .
       P-ABRE-PARTICOES-FIM.

       P-ABRE-UMA-PARTICAO.

            EVALUATE WS-PART
                WHEN 1
                    OPEN OUTPUT PART1-FILE
                    IF WS-FS-PART1 NOT = "00"
                        MOVE WS-FS-PART1 TO WS-FS-ABERTURA
                    END-IF
                WHEN 2
                    OPEN OUTPUT PART2-FILE
                    IF WS-FS-PART2 NOT = "00"
                        MOVE WS-FS-PART2 TO WS-FS-ABERTURA
                    END-IF
                WHEN 3
                    OPEN OUTPUT PART3-FILE
                    IF WS-FS-PART3 NOT = "00"
                        MOVE WS-FS-PART3 TO WS-FS-ABERTURA
                    END-IF
                WHEN 4
                    OPEN OUTPUT PART4-FILE
                    IF WS-FS-PART4 NOT = "00"
                        MOVE WS-FS-PART4 TO WS-FS-ABERTURA
                    END-IF
                WHEN 5
                    OPEN OUTPUT PART5-FILE
                    IF WS-FS-PART5 NOT = "00"
                        MOVE WS-FS-PART5 TO WS-FS-ABERTURA
                    END-IF
                WHEN 6
                    OPEN OUTPUT PART6-FILE
                    IF WS-FS-PART6 NOT = "00"
                        MOVE WS-FS-PART6 TO WS-FS-ABERTURA
                    END-IF
                WHEN 7
                    OPEN OUTPUT PART7-FILE
                    IF WS-FS-PART7 NOT = "00"
                        MOVE WS-FS-PART7 TO WS-FS-ABERTURA
                    END-IF
                WHEN 8
                    OPEN OUTPUT PART8-FILE
                    IF WS-FS-PART8 NOT = "00"
                        MOVE WS-FS-PART8 TO WS-FS-ABERTURA
                    END-IF
            END-EVALUATE
            .
       P-ABRE-UMA-PARTICAO-FIM.

       P-FECHA-PARTICOES.

            IF WS-QTDE-PARTICOES > 0
                CLOSE PART1-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 1
                CLOSE PART2-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 2
                CLOSE PART3-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 3
                CLOSE PART4-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 4
                CLOSE PART5-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 5
                CLOSE PART6-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 6
                CLOSE PART7-FILE
            END-IF
            IF WS-QTDE-PARTICOES > 7
                CLOSE PART8-FILE
            END-IF
            .
       P-FECHA-PARTICOES-FIM.

      ******************************************************************
      * SEGUNDA PASSAGEM - CADA REGISTRO VAI, SEM ALTERACAO, PARA A
      * PARTICAO CUJA FAIXA CONTEM O SEU NUMERO DE LINHA
      ******************************************************************

       P-DISTRIBUI.

            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE ZERO TO WS-NUM-LINHA
            MOVE 1 TO WS-PART-ATUAL

            OPEN INPUT LINE-INPUT

            IF WS-FS-LINE-INPUT NOT = "00"
                PERFORM P-FECHA-PARTICOES THRU P-FECHA-PARTICOES-FIM
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE ENTRADA (LINEIN) COM ERRO NA "
                       "RELEITURA (" WS-FS-LINE-INPUT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-DISTRIBUI-UM THRU P-DISTRIBUI-UM-FIM
                    UNTIL WS-ARQUIVO-ACABOU

                CLOSE LINE-INPUT
            END-IF
            .
       P-DISTRIBUI-FIM.

       P-DISTRIBUI-UM.

            READ LINE-INPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-GRAVA-LINHA THRU P-GRAVA-LINHA-FIM
            END-READ
            .
       P-DISTRIBUI-UM-FIM.

       P-GRAVA-LINHA.

            ADD 1 TO WS-NUM-LINHA

      ****** LINEIN CRESCEU ENTRE AS DUAS PASSAGENS: A SOBRA FICA NA
      ****** ULTIMA PARTICAO E O CLIPMRG ACUSA A DIFERENCA
            IF WS-NUM-LINHA > WS-CONT-ENTRADA
                MOVE WS-QTDE-PARTICOES TO WS-PART-ATUAL
            ELSE
                PERFORM P-AVANCA-PARTICAO THRU P-AVANCA-PARTICAO-FIM
                    UNTIL WS-NUM-LINHA NOT >
                          WS-PT-ULTIMA (WS-PART-ATUAL)
            END-IF

            EVALUATE WS-PART-ATUAL
                WHEN 1
                    WRITE LP1-LINHA FROM LN-REGISTRO-LINHA
                WHEN 2
                    WRITE LP2-LINHA FROM LN-REGISTRO-LINHA
                WHEN 3
                    WRITE LP3-LINHA FROM LN-REGISTRO-LINHA
                WHEN 4
                    WRITE LP4-LINHA FROM LN-REGISTRO-LINHA
                WHEN 5
                    WRITE LP5-LINHA FROM LN-REGISTRO-LINHA
                WHEN 6
                    WRITE LP6-LINHA FROM LN-REGISTRO-LINHA
                WHEN 7
                    WRITE LP7-LINHA FROM LN-REGISTRO-LINHA
                WHEN 8
                    WRITE LP8-LINHA FROM LN-REGISTRO-LINHA
            END-EVALUATE

            ADD 1 TO WS-PT-GRAVADAS (WS-PART-ATUAL)
            PERFORM P-ACUMULA-HASH THRU P-ACUMULA-HASH-FIM
            .
       P-GRAVA-LINHA-FIM.

       P-AVANCA-PARTICAO.

            ADD 1 TO WS-PART-ATUAL
            .
       P-AVANCA-PARTICAO-FIM.

       P-ACUMULA-HASH.

            IF LN-X1 NUMERIC
                MOVE LN-X1 TO WS-ABS-COORD
                ADD WS-ABS-COORD TO WS-PT-HASH-X1 (WS-PART-ATUAL)
                ADD WS-ABS-COORD TO WS-HASH-X1
            END-IF

            IF LN-Y1 NUMERIC
                MOVE LN-Y1 TO WS-ABS-COORD
                ADD WS-ABS-COORD TO WS-PT-HASH-Y1 (WS-PART-ATUAL)
                ADD WS-ABS-COORD TO WS-HASH-Y1
            END-IF

            IF LN-X2 NUMERIC
                MOVE LN-X2 TO WS-ABS-COORD
                ADD WS-ABS-COORD TO WS-PT-HASH-X2 (WS-PART-ATUAL)
                ADD WS-ABS-COORD TO WS-HASH-X2
            END-IF

            IF LN-Y2 NUMERIC
                MOVE LN-Y2 TO WS-ABS-COORD
                ADD WS-ABS-COORD TO WS-PT-HASH-Y2 (WS-PART-ATUAL)
                ADD WS-ABS-COORD TO WS-HASH-Y2
            END-IF
            .
       P-ACUMULA-HASH-FIM.

      ******************************************************************
      * CONTROLE DAS PARTICOES - UM REGISTRO P POR PARTICAO E O
      * REGISTRO T COM OS TOTAIS DE LINEIN
      ******************************************************************

       P-GRAVA-CONTROLE.

            OPEN OUTPUT PARTCTL-FILE

            IF WS-FS-PARTCTL NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE CONTROLE (PARTCTL) COM ERRO AO "
                       "ABRIR (" WS-FS-PARTCTL ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-GRAVA-UMA-PARTICAO THRU
                        P-GRAVA-UMA-PARTICAO-FIM
                    VARYING WS-PART FROM 1 BY 1
                    UNTIL WS-PART > WS-QTDE-PARTICOES

                MOVE "T" TO PC-TIPO
                MOVE WS-QTDE-PARTICOES TO PC-PARTICAO
                MOVE 1 TO PC-PRIMEIRA-LINHA
                MOVE WS-NUM-LINHA TO PC-QTDE-LINHAS
                MOVE WS-HASH-X1 TO PC-HASH-X1
                MOVE WS-HASH-Y1 TO PC-HASH-Y1
                MOVE WS-HASH-X2 TO PC-HASH-X2
                MOVE WS-HASH-Y2 TO PC-HASH-Y2
                MOVE WS-DATA-SISTEMA TO PC-DATA
                MOVE WS-HORA-SISTEMA TO PC-HORA

                WRITE PC-REGISTRO-CONTROLE

                CLOSE PARTCTL-FILE
            END-IF
            .
       P-GRAVA-CONTROLE-FIM.

       P-GRAVA-UMA-PARTICAO.

            MOVE "P" TO PC-TIPO
            MOVE WS-PART TO PC-PARTICAO
            MOVE WS-PT-PRIMEIRA (WS-PART) TO PC-PRIMEIRA-LINHA
            MOVE WS-PT-GRAVADAS (WS-PART) TO PC-QTDE-LINHAS
            MOVE WS-PT-HASH-X1 (WS-PART) TO PC-HASH-X1
            MOVE WS-PT-HASH-Y1 (WS-PART) TO PC-HASH-Y1
            MOVE WS-PT-HASH-X2 (WS-PART) TO PC-HASH-X2
            MOVE WS-PT-HASH-Y2 (WS-PART) TO PC-HASH-Y2
            MOVE WS-DATA-SISTEMA TO PC-DATA
            MOVE WS-HORA-SISTEMA TO PC-HORA

            WRITE PC-REGISTRO-CONTROLE
            .
       P-GRAVA-UMA-PARTICAO-FIM.

       P-EXIBE-RESUMO.

            DISPLAY " "
            DISPLAY "RESUMO DA DIVISAO DE LINEIN:"
            DISPLAY "REGISTROS LIDOS:  " WS-NUM-LINHA

            PERFORM P-EXIBE-UMA-PARTICAO THRU P-EXIBE-UMA-PARTICAO-FIM
                VARYING WS-PART FROM 1 BY 1
                UNTIL WS-PART > WS-QTDE-PARTICOES
            .
       P-EXIBE-RESUMO-FIM.

       P-EXIBE-UMA-PARTICAO.

            DISPLAY "PARTICAO " WS-PART
                    " (LINEP" WS-PART (2:1) "): LINHAS "
                    WS-PT-PRIMEIRA (WS-PART) " A "
                    WS-PT-ULTIMA (WS-PART) " - "
                    WS-PT-GRAVADAS (WS-PART) " REGISTROS"
            .
       P-EXIBE-UMA-PARTICAO-FIM.

       END PROGRAM CLIPSPLT.
