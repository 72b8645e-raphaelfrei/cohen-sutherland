      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Merge step of the partitioned clip run. After the
      *          partitions that CLIPSPLT cut from LINEIN have each
      *          been clipped by their own cohenSutherland step
      *          (PARTICAO card), balances them and, only when every
      *          check passes, writes the single LINEOUT and CHKPT the
      *          unpartitioned run would have written, so RECONCIL and
      *          PLOTGEN run unchanged behind it.
      *
      *          Inputs: the PARTCTL control file of the split, the
      *          original LINEIN, and the partial LINEOUT, CHKPT and
      *          SUSPENSE files of the partitions, each concatenated in
      *          partition order under one DD (LINEPART, CKPTPART,
      *          SUSPPART). The partial LINEOUT files are told apart
      *          by their TRL trailers and the checkpoints by their
      *          order and their LINEIN.Pnn stamp.
      *
      *          Checks, each printed on MRGRPT with both values:
      *          LINEIN recounted and rehashed against the T record of
      *          the control; the P records adding up to it without
      *          gaps; per partition the checkpoint stamp, the lines
      *          the clip read against the partition count, the
      *          trailer against the details and their recomputed
      *          hashes, the details against the checkpoint total plus
      *          the extra mask pieces, the suspense count and the
      *          panel size; and over all partitions the suspense
      *          records against the checkpoints and the lines clipped
      *          against LINEIN.
      *
      *          In balance, LINEOUT gets every detail in partition
      *          order and one TRL with the summed count, the low
      *          digits of the summed hashes, the summed suspense
      *          count and the panel size; CHKPT gets the summed
      *          counters and hashes stamped LINEIN. Out of balance
      *          nothing is written and the report names the
      *          partitions to clip again.
      *
      *          Ends with RETURN-CODE 0 when merged, 8 when out of
      *          balance, 12 on a missing file or control record and 16
      *          when a live RUNCTL entry holds LINEOUT. The run
      *          registers itself in the RUNCTL run registry (via
      *          RUNREG) on dataset LINEOUT.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPMRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARTCTL.

           SELECT LINE-INPUT ASSIGN TO "LINEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LINE-INPUT.

           SELECT PART-OUTPUT ASSIGN TO "LINEPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART-OUTPUT.

           SELECT PART-CHKPT ASSIGN TO "CKPTPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART-CHKPT.

           SELECT PART-SUSPENSE ASSIGN TO "SUSPPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PART-SUSP.

           SELECT LINE-OUTPUT ASSIGN TO "LINEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LINE-OUTPUT.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPT.

           SELECT REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTCTL-FILE
           LABEL RECORDS ARE OMITTED.
       COPY PARTREC.

       FD  LINE-INPUT
           LABEL RECORDS ARE OMITTED.
       COPY LINEREC.

       FD  PART-OUTPUT
           LABEL RECORDS ARE OMITTED.
       COPY LINEOUT.

       FD  PART-CHKPT
           LABEL RECORDS ARE OMITTED.
       01  CKPP-LINHA              PIC X(148).

       FD  PART-SUSPENSE
           LABEL RECORDS ARE OMITTED.
       COPY SUSPREC.

       FD  LINE-OUTPUT
           LABEL RECORDS ARE OMITTED.
       01  LM-LINHA                PIC X(62).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE OMITTED.
       COPY CHKPTREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-PARTCTL        PIC X(02) VALUE "00".
       77 WS-FS-LINE-INPUT     PIC X(02) VALUE "00".
       77 WS-FS-PART-OUTPUT    PIC X(02) VALUE "00".
       77 WS-FS-PART-CHKPT     PIC X(02) VALUE "00".
       77 WS-FS-PART-SUSP      PIC X(02) VALUE "00".
       77 WS-FS-LINE-OUTPUT    PIC X(02) VALUE "00".
       77 WS-FS-CHECKPT        PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-FIM-LIDO             VALUE "S".

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

       77 WS-MSG-ABORTO        PIC X(60) VALUE SPACES.

      ****** PARTICAO CORRENTE (SUBSCRITO DA TABELA E IDENTIFICACAO)
       01 WS-PART              PIC 9(02) VALUE ZERO.
       01 WS-PART-X REDEFINES WS-PART
                               PIC X(02).
       77 WS-PART-ATUAL        PIC 9(02) VALUE ZERO.
       77 WS-NOME-ESPERADO     PIC X(20) VALUE SPACES.
       77 WS-PROXIMA-LINHA     PIC 9(08) VALUE ZERO.

      ****** REGISTRO T DO CONTROLE (LINEIN INTEIRO NA DIVISAO)
       77 WS-QTDE-PARTICOES    PIC 9(02) VALUE ZERO.
       77 WS-CONT-REG-TOTAL    PIC 9(04) VALUE ZERO.
       77 WS-CONT-REG-PART     PIC 9(04) VALUE ZERO.
       77 WS-CONT-CTL-INVALIDOS PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-CONTROLE.
           05 WS-TT-QTDE           PIC 9(08) VALUE ZERO.
           05 WS-TT-HASH-X1        PIC 9(12)V99 VALUE ZERO.
           05 WS-TT-HASH-Y1        PIC 9(12)V99 VALUE ZERO.
           05 WS-TT-HASH-X2        PIC 9(12)V99 VALUE ZERO.
           05 WS-TT-HASH-Y2        PIC 9(12)V99 VALUE ZERO.
           05 WS-TT-DATA           PIC 9(08) VALUE ZERO.
           05 WS-TT-HORA           PIC 9(08) VALUE ZERO.

      ****** SOMA DOS REGISTROS P DO CONTROLE
       01 WS-SOMA-CONTROLE.
           05 WS-SP-QTDE           PIC 9(08) VALUE ZERO.
           05 WS-SP-HASH-X1        PIC 9(12)V99 VALUE ZERO.
           05 WS-SP-HASH-Y1        PIC 9(12)V99 VALUE ZERO.
           05 WS-SP-HASH-X2        PIC 9(12)V99 VALUE ZERO.
           05 WS-SP-HASH-Y2        PIC 9(12)V99 VALUE ZERO.

      ****** LINEIN ORIGINAL RECONTADO (MESMA REGRA DE HASH DO
      ****** CLIPSPLT: CAMPO NAO NUMERICO ENTRA COMO ZERO)
       77 WS-CONT-ENTRADA      PIC 9(08) VALUE ZERO.
       77 WS-ABS-MUNDO         PIC 9(05)V99 VALUE ZERO.
       01 WS-HASH-ENTRADA.
           05 WS-EN-HASH-X1        PIC 9(12)V99 VALUE ZERO.
           05 WS-EN-HASH-Y1        PIC 9(12)V99 VALUE ZERO.
           05 WS-EN-HASH-X2        PIC 9(12)V99 VALUE ZERO.
           05 WS-EN-HASH-Y2        PIC 9(12)V99 VALUE ZERO.

      ****** ARQUIVOS PARCIAIS CONCATENADOS
       77 WS-CONT-TRAILERS     PIC 9(04) VALUE ZERO.
       77 WS-DETALHES-SOBRA    PIC 9(08) VALUE ZERO.
       77 WS-CONT-CHECKPOINTS  PIC 9(04) VALUE ZERO.
       77 WS-CONT-SUSPENSOS    PIC 9(08) VALUE ZERO.
       77 WS-ABS-COORD         PIC 9(03)V99 VALUE ZERO.

      ****** CHECKPOINT PARCIAL LIDO (LAYOUT DO COPYBOOK CHKPTREC)
       01 WS-CKP-PARCIAL.
           05 WS-CP-ARQUIVO        PIC X(20).
           05 WS-CP-ULTIMA-LINHA   PIC 9(08).
           05 WS-CP-CONT-ACEITAS   PIC 9(08).
           05 WS-CP-CONT-REJEITADAS PIC 9(08).
           05 WS-CP-CONT-CORTADAS  PIC 9(08).
           05 WS-CP-CONT-TOTAL     PIC 9(08).
           05 WS-CP-CONT-SUSPENSAS PIC 9(08).
           05 WS-CP-HASH-X1        PIC 9(12)V99.
           05 WS-CP-HASH-Y1        PIC 9(12)V99.
           05 WS-CP-HASH-X2        PIC 9(12)V99.
           05 WS-CP-HASH-Y2        PIC 9(12)V99.
           05 WS-CP-CONT-REJ-DIAG  PIC 9(08).
           05 WS-CP-CONT-MASCARADAS PIC 9(08).
           05 WS-CP-CONT-PECAS-EXTRA PIC 9(08).

      ****** UMA POSICAO POR PARTICAO: CONTROLE, CHECKPOINT E O QUE
      ****** FOI APURADO NO LINEOUT PARCIAL
       01 WS-TAB-PARTICOES.
           05 WS-PT OCCURS 8 TIMES.
               10 WS-PT-CTL-ACHADO      PIC X(01).
                   88 WS-PT-TEM-CONTROLE      VALUE "S".
               10 WS-PT-PRIMEIRA        PIC 9(08).
               10 WS-PT-QTDE            PIC 9(08).
               10 WS-PT-CKP-ACHADO      PIC X(01).
                   88 WS-PT-TEM-CHECKPOINT    VALUE "S".
               10 WS-PT-CKP-ARQUIVO     PIC X(20).
               10 WS-PT-CKP-ULTIMA      PIC 9(08).
               10 WS-PT-CKP-ACEITAS     PIC 9(08).
               10 WS-PT-CKP-REJEITADAS  PIC 9(08).
               10 WS-PT-CKP-CORTADAS    PIC 9(08).
               10 WS-PT-CKP-TOTAL       PIC 9(08).
               10 WS-PT-CKP-SUSPENSAS   PIC 9(08).
               10 WS-PT-CKP-HASH-X1     PIC 9(12)V99.
               10 WS-PT-CKP-HASH-Y1     PIC 9(12)V99.
               10 WS-PT-CKP-HASH-X2     PIC 9(12)V99.
               10 WS-PT-CKP-HASH-Y2     PIC 9(12)V99.
               10 WS-PT-CKP-REJ-DIAG    PIC 9(08).
               10 WS-PT-CKP-MASCARADAS  PIC 9(08).
               10 WS-PT-CKP-PECAS-EXTRA PIC 9(08).
               10 WS-PT-DETALHES        PIC 9(08).
               10 WS-PT-HASH-X1         PIC 9(12)V99.
               10 WS-PT-HASH-Y1         PIC 9(12)V99.
               10 WS-PT-HASH-X2         PIC 9(12)V99.
               10 WS-PT-HASH-Y2         PIC 9(12)V99.
               10 WS-PT-TRL-ACHADO      PIC X(01).
                   88 WS-PT-TEM-TRAILER       VALUE "S".
               10 WS-PT-TR-QTDE         PIC 9(08).
               10 WS-PT-TR-HASH-X1      PIC 9(08)V99.
               10 WS-PT-TR-HASH-Y1      PIC 9(08)V99.
               10 WS-PT-TR-HASH-X2      PIC 9(08)V99.
               10 WS-PT-TR-HASH-Y2      PIC 9(08)V99.
               10 WS-PT-TR-SUSPENSAS    PIC 9(06).
               10 WS-PT-TR-VIEWPORTS    PIC 9(02).
               10 WS-PT-SITUACAO        PIC X(01).
                   88 WS-PT-COM-ERRO          VALUE "E".

      ****** TOTAIS CONSOLIDADOS DAS PARTICOES
       01 WS-CONSOLIDADO.
           05 WS-MG-ULTIMA         PIC 9(08) VALUE ZERO.
           05 WS-MG-ACEITAS        PIC 9(08) VALUE ZERO.
           05 WS-MG-REJEITADAS     PIC 9(08) VALUE ZERO.
           05 WS-MG-CORTADAS       PIC 9(08) VALUE ZERO.
           05 WS-MG-TOTAL          PIC 9(08) VALUE ZERO.
           05 WS-MG-SUSPENSAS      PIC 9(08) VALUE ZERO.
           05 WS-MG-CKP-HASH-X1    PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-CKP-HASH-Y1    PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-CKP-HASH-X2    PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-CKP-HASH-Y2    PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-REJ-DIAG       PIC 9(08) VALUE ZERO.
           05 WS-MG-MASCARADAS     PIC 9(08) VALUE ZERO.
           05 WS-MG-PECAS-EXTRA    PIC 9(08) VALUE ZERO.
           05 WS-MG-DETALHES       PIC 9(08) VALUE ZERO.
           05 WS-MG-HASH-X1        PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-HASH-Y1        PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-HASH-X2        PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-HASH-Y2        PIC 9(12)V99 VALUE ZERO.
           05 WS-MG-TR-SUSPENSAS   PIC 9(08) VALUE ZERO.

       77 WS-DETALHES-GRAVADOS PIC 9(08) VALUE ZERO.
       77 WS-HASH-BAIXO        PIC 9(08)V99 VALUE ZERO.
       77 WS-HASH-BAIXO-2      PIC 9(08)V99 VALUE ZERO.
       77 WS-VALOR-ACHADO      PIC 9(01) VALUE ZERO.

      ****** TRAILER UNICO DO LINEOUT CONSOLIDADO (LAYOUT DO
      ****** LO-REGISTRO-TRAILER DO COPYBOOK LINEOUT)
       01 WS-TRAILER-SAIDA.
           05 WS-TS-MARCA          PIC X(03) VALUE "TRL".
           05 WS-TS-QTDE-DETALHES  PIC 9(08) VALUE ZERO.
           05 WS-TS-HASH-X1        PIC 9(08)V99 VALUE ZERO.
           05 WS-TS-HASH-Y1        PIC 9(08)V99 VALUE ZERO.
           05 WS-TS-HASH-X2        PIC 9(08)V99 VALUE ZERO.
           05 WS-TS-HASH-Y2        PIC 9(08)V99 VALUE ZERO.
           05 WS-TS-QTDE-SUSPENSAS PIC 9(06) VALUE ZERO.
           05 WS-TS-QTDE-VIEWPORTS PIC 9(02) VALUE ZERO.

      ****** RESULTADO DO BALANCO
       77 WS-CONT-DIVERGENCIAS PIC 9(04) VALUE ZERO.
       77 WS-DIVERG-ANTES      PIC 9(04) VALUE ZERO.

      ****** LINHAS DO RELATORIO
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(44) VALUE
               "CONSOLIDACAO DO LOTE CLIP EM PARTICOES".
           05 FILLER               PIC X(88) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(16) VALUE
               "  DIVIDIDO EM: ".
           05 WS-CAB-DIV-DATA      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CAB-DIV-HORA      PIC 9(08).
           05 FILLER               PIC X(13) VALUE
               "  PARTICOES: ".
           05 WS-CAB-PARTICOES     PIC Z9.
           05 FILLER               PIC X(54) VALUE SPACES.

       01 WS-LINHA-TITULO.
           05 WS-LT-TEXTO          PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01 WS-LINHA-CHECAGEM.
           05 WS-LC-RESULTADO       PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LC-DESCRICAO.
               10 WS-LC-PREFIXO     PIC X(04).
               10 WS-LC-TEXTO       PIC X(41).
           05 WS-LC-VALOR-1         PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LC-VALOR-2         PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(55) VALUE SPACES.

       01 WS-LINHA-CONTAGEM.
           05 WS-LCT-ROTULO         PIC X(28).
           05 WS-LCT-VALOR          PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       01 WS-LINHA-REPROCESSO.
           05 FILLER                PIC X(28) VALUE
               "REPROCESSAR AS PARTICOES:".
           05 WS-LRP-LISTA          PIC X(32).
           05 FILLER                PIC X(72) VALUE SPACES.
       77 WS-LRP-POS            PIC 9(02) VALUE ZERO.

      ****** PEDIDO AO REGISTRO DE EXECUCOES (SUBPROGRAMA RUNREG)
       COPY RUNREQ.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-REGISTRA-EXECUCAO THRU P-REGISTRA-EXECUCAO-FIM

            IF RR-SAIDA-OCUPADA
                DISPLAY
                "SAIDA LINEOUT PRESA POR ENTRADA VIVA DO JOB "
                RR-JOB-CONFLITO " NO REGISTRO DE EXECUCOES. "
                "CONSOLIDACAO NAO INICIADA."
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

                IF RETURN-CODE = ZERO
                    PERFORM P-APURA-CONTROLE THRU P-APURA-CONTROLE-FIM

                    IF RETURN-CODE = ZERO
                        PERFORM P-APURA-ENTRADA THRU
                                P-APURA-ENTRADA-FIM
                    END-IF
                    IF RETURN-CODE = ZERO
                        PERFORM P-APURA-SAIDAS THRU P-APURA-SAIDAS-FIM
                    END-IF
                    IF RETURN-CODE = ZERO
                        PERFORM P-APURA-CHECKPOINTS THRU
                                P-APURA-CHECKPOINTS-FIM
                    END-IF
                    IF RETURN-CODE = ZERO
                        PERFORM P-APURA-SUSPENSOS THRU
                                P-APURA-SUSPENSOS-FIM
                    END-IF
                    IF RETURN-CODE = ZERO
                        PERFORM P-CONCILIA THRU P-CONCILIA-FIM
                    END-IF

                    PERFORM P-ENCERRA THRU P-ENCERRA-FIM
                END-IF
            END-IF

            PERFORM P-FECHA-REGISTRO THRU P-FECHA-REGISTRO-FIM

            STOP RUN
            .
       P-MAIN-FIM.

      ****** REGISTRO DE EXECUCOES (RUNCTL VIA RUNREG): A CONSOLIDACAO
      ****** GRAVA O LINEOUT E NAO RODA COM OUTRA RODADA VIVA SOBRE
      ****** ELE; REGISTRO INDISPONIVEL SO GERA AVISO
       P-REGISTRA-EXECUCAO.

            MOVE "A" TO RR-FUNCAO
            MOVE "CLIPMRG" TO RR-JOB
            MOVE "LINEOUT" TO RR-DATASET
            MOVE ZERO TO RR-QTDE-VPS
            MOVE SPACES TO RR-LISTA-VPS
            MOVE ZERO TO RR-RETORNO-FINAL

            CALL "RUNREG" USING RR-PEDIDO-REGISTRO

            IF RR-REGISTRO-ERRO
                DISPLAY
                "REGISTRO DE EXECUCOES (RUNCTL) INDISPONIVEL. "
                "PROSSEGUINDO SEM PROTECAO DE CONCORRENCIA."
            END-IF
            .
       P-REGISTRA-EXECUCAO-FIM.

       P-FECHA-REGISTRO.

            IF RR-REGISTRO-OK
                MOVE "F" TO RR-FUNCAO
                MOVE RETURN-CODE TO RR-RETORNO-FINAL

                CALL "RUNREG" USING RR-PEDIDO-REGISTRO
            END-IF
            .
       P-FECHA-REGISTRO-FIM.

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            INITIALIZE WS-TAB-PARTICOES

            OPEN OUTPUT REPORT-FILE

            IF WS-FS-REPORT NOT = "00"
                DISPLAY
                "ARQUIVO DE RELATORIO (MRGRPT) COM ERRO AO ABRIR ("
                WS-FS-REPORT "). CONSOLIDACAO ABORTADA."
                MOVE 12 TO RETURN-CODE
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

      ****** ARQUIVO OU CONTROLE AUSENTE: MOTIVO NO CONSOLE E NO
      ****** RELATORIO, RC 12; O P-ENCERRA FECHA O RELATORIO
       P-ABORTA.

            DISPLAY WS-MSG-ABORTO

            MOVE WS-MSG-ABORTO TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE 12 TO RETURN-CODE
            .
       P-ABORTA-FIM.

      ******************************************************************
      * APURACAO - CONTROLE DA DIVISAO, LINEIN ORIGINAL E OS ARQUIVOS
      * PARCIAIS, CADA UM LIDO UMA VEZ E REDUZIDO A TABELA DAS
      * PARTICOES E AOS TOTAIS DO BALANCO.
      ******************************************************************

       P-APURA-CONTROLE.

            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT PARTCTL-FILE

            IF WS-FS-PARTCTL NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE CONTROLE (PARTCTL) NAO ENCONTRADO ("
                       WS-FS-PARTCTL ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM
                    UNTIL WS-FIM-LIDO

                CLOSE PARTCTL-FILE

                IF WS-CONT-REG-TOTAL NOT = 1 OR WS-QTDE-PARTICOES = ZERO
                    MOVE "CONTROLE SEM UM REGISTRO T VALIDO (PARTCTL)."
                        TO WS-MSG-ABORTO
                    PERFORM P-ABORTA THRU P-ABORTA-FIM
                ELSE
                    MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
                    MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
                    MOVE WS-TT-DATA TO WS-CAB-DIV-DATA
                    MOVE WS-TT-HORA TO WS-CAB-DIV-HORA
                    MOVE WS-QTDE-PARTICOES TO WS-CAB-PARTICOES

                    MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
                    WRITE RPT-LINHA
                    MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
                    WRITE RPT-LINHA
                END-IF
            END-IF
            .
       P-APURA-CONTROLE-FIM.

       P-LE-CONTROLE.

            READ PARTCTL-FILE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-SOMA-CONTROLE THRU P-SOMA-CONTROLE-FIM
            END-READ
            .
       P-LE-CONTROLE-FIM.

       P-SOMA-CONTROLE.

            EVALUATE TRUE
                WHEN PC-REG-TOTAL
                    ADD 1 TO WS-CONT-REG-TOTAL
                    IF PC-PARTICAO NUMERIC AND PC-PARTICAO > ZERO
                       AND PC-PARTICAO NOT > 8
                        MOVE PC-PARTICAO TO WS-QTDE-PARTICOES
                    END-IF
                    MOVE PC-QTDE-LINHAS TO WS-TT-QTDE
                    MOVE PC-HASH-X1 TO WS-TT-HASH-X1
                    MOVE PC-HASH-Y1 TO WS-TT-HASH-Y1
                    MOVE PC-HASH-X2 TO WS-TT-HASH-X2
                    MOVE PC-HASH-Y2 TO WS-TT-HASH-Y2
                    MOVE PC-DATA TO WS-TT-DATA
                    MOVE PC-HORA TO WS-TT-HORA
                WHEN PC-REG-PARTICAO AND PC-PARTICAO NUMERIC
                     AND PC-PARTICAO > ZERO AND PC-PARTICAO NOT > 8
                    ADD 1 TO WS-CONT-REG-PART
                    MOVE PC-PARTICAO TO WS-PART
                    IF WS-PT-TEM-CONTROLE (WS-PART)
                        ADD 1 TO WS-CONT-CTL-INVALIDOS
                    ELSE
                        MOVE "S" TO WS-PT-CTL-ACHADO (WS-PART)
                        MOVE PC-PRIMEIRA-LINHA TO
                             WS-PT-PRIMEIRA (WS-PART)
                        MOVE PC-QTDE-LINHAS TO WS-PT-QTDE (WS-PART)
                        ADD PC-QTDE-LINHAS TO WS-SP-QTDE
                        ADD PC-HASH-X1 TO WS-SP-HASH-X1
                        ADD PC-HASH-Y1 TO WS-SP-HASH-Y1
                        ADD PC-HASH-X2 TO WS-SP-HASH-X2
                        ADD PC-HASH-Y2 TO WS-SP-HASH-Y2
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CONT-CTL-INVALIDOS
            END-EVALUATE
            .
       P-SOMA-CONTROLE-FIM.

       P-APURA-ENTRADA.

            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT LINE-INPUT

            IF WS-FS-LINE-INPUT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE ENTRADA (LINEIN) NAO ENCONTRADO ("
                       WS-FS-LINE-INPUT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-LE-ENTRADA THRU P-LE-ENTRADA-FIM
                    UNTIL WS-FIM-LIDO

                CLOSE LINE-INPUT
            END-IF
            .
       P-APURA-ENTRADA-FIM.

       P-LE-ENTRADA.

            READ LINE-INPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-SOMA-ENTRADA THRU P-SOMA-ENTRADA-FIM
            END-READ
            .
       P-LE-ENTRADA-FIM.

       P-SOMA-ENTRADA.

            ADD 1 TO WS-CONT-ENTRADA

            IF LN-X1 NUMERIC
                MOVE LN-X1 TO WS-ABS-MUNDO
                ADD WS-ABS-MUNDO TO WS-EN-HASH-X1
            END-IF
            IF LN-Y1 NUMERIC
                MOVE LN-Y1 TO WS-ABS-MUNDO
                ADD WS-ABS-MUNDO TO WS-EN-HASH-Y1
            END-IF
            IF LN-X2 NUMERIC
                MOVE LN-X2 TO WS-ABS-MUNDO
                ADD WS-ABS-MUNDO TO WS-EN-HASH-X2
            END-IF
            IF LN-Y2 NUMERIC
                MOVE LN-Y2 TO WS-ABS-MUNDO
                ADD WS-ABS-MUNDO TO WS-EN-HASH-Y2
            END-IF
            .
       P-SOMA-ENTRADA-FIM.

      ****** OS LINEOUT PARCIAIS VEM CONCATENADOS NA ORDEM DAS
      ****** PARTICOES: CADA TRL FECHA UMA PARTICAO; DETALHE DEPOIS DO
      ****** TRAILER DA ULTIMA E SOBRA
       P-APURA-SAIDAS.

            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE 1 TO WS-PART-ATUAL

            OPEN INPUT PART-OUTPUT

            IF WS-FS-PART-OUTPUT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "LINEOUT DAS PARTICOES (LINEPART) NAO "
                       "ENCONTRADO (" WS-FS-PART-OUTPUT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-LE-SAIDA THRU P-LE-SAIDA-FIM
                    UNTIL WS-FIM-LIDO

                CLOSE PART-OUTPUT
            END-IF
            .
       P-APURA-SAIDAS-FIM.

       P-LE-SAIDA.

            READ PART-OUTPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-SOMA-SAIDA THRU P-SOMA-SAIDA-FIM
            END-READ
            .
       P-LE-SAIDA-FIM.

       P-SOMA-SAIDA.

            EVALUATE TRUE
                WHEN LO-TRAILER-LOTE
                    ADD 1 TO WS-CONT-TRAILERS
                    IF WS-PART-ATUAL NOT > WS-QTDE-PARTICOES
                        MOVE "S" TO WS-PT-TRL-ACHADO (WS-PART-ATUAL)
                        MOVE LO-TR-QTDE-DETALHES TO
                             WS-PT-TR-QTDE (WS-PART-ATUAL)
                        MOVE LO-TR-HASH-X1 TO
                             WS-PT-TR-HASH-X1 (WS-PART-ATUAL)
                        MOVE LO-TR-HASH-Y1 TO
                             WS-PT-TR-HASH-Y1 (WS-PART-ATUAL)
                        MOVE LO-TR-HASH-X2 TO
                             WS-PT-TR-HASH-X2 (WS-PART-ATUAL)
                        MOVE LO-TR-HASH-Y2 TO
                             WS-PT-TR-HASH-Y2 (WS-PART-ATUAL)
                        MOVE LO-TR-QTDE-SUSPENSAS TO
                             WS-PT-TR-SUSPENSAS (WS-PART-ATUAL)
                        IF LO-TR-QTDE-VIEWPORTS NUMERIC
                           AND LO-TR-QTDE-VIEWPORTS > ZERO
                            MOVE LO-TR-QTDE-VIEWPORTS TO
                                 WS-PT-TR-VIEWPORTS (WS-PART-ATUAL)
                        ELSE
                            MOVE 1 TO WS-PT-TR-VIEWPORTS (WS-PART-ATUAL)
                        END-IF
                        ADD 1 TO WS-PART-ATUAL
                    END-IF
                WHEN WS-PART-ATUAL > WS-QTDE-PARTICOES
                    ADD 1 TO WS-DETALHES-SOBRA
                WHEN OTHER
                    ADD 1 TO WS-PT-DETALHES (WS-PART-ATUAL)

                    MOVE LO-X1 TO WS-ABS-COORD
                    ADD WS-ABS-COORD TO WS-PT-HASH-X1 (WS-PART-ATUAL)
                    MOVE LO-Y1 TO WS-ABS-COORD
                    ADD WS-ABS-COORD TO WS-PT-HASH-Y1 (WS-PART-ATUAL)
                    MOVE LO-X2 TO WS-ABS-COORD
                    ADD WS-ABS-COORD TO WS-PT-HASH-X2 (WS-PART-ATUAL)
                    MOVE LO-Y2 TO WS-ABS-COORD
                    ADD WS-ABS-COORD TO WS-PT-HASH-Y2 (WS-PART-ATUAL)
            END-EVALUATE
            .
       P-SOMA-SAIDA-FIM.

      ****** UM CHECKPOINT FINAL POR PARTICAO, NA ORDEM DAS PARTICOES;
      ****** O CARIMBO LINEIN.Pnn CONFIRMA A POSICAO NO P-CONCILIA
       P-APURA-CHECKPOINTS.

            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT PART-CHKPT

            IF WS-FS-PART-CHKPT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "CHECKPOINTS DAS PARTICOES (CKPTPART) NAO "
                       "ENCONTRADOS (" WS-FS-PART-CHKPT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                PERFORM P-LE-CHECKPOINT THRU P-LE-CHECKPOINT-FIM
                    UNTIL WS-FIM-LIDO

                CLOSE PART-CHKPT
            END-IF
            .
       P-APURA-CHECKPOINTS-FIM.

       P-LE-CHECKPOINT.

            READ PART-CHKPT INTO WS-CKP-PARCIAL
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    PERFORM P-SOMA-CHECKPOINT THRU P-SOMA-CHECKPOINT-FIM
            END-READ
            .
       P-LE-CHECKPOINT-FIM.

       P-SOMA-CHECKPOINT.

            ADD 1 TO WS-CONT-CHECKPOINTS

      ****** CHECKPOINT ALEM DO NUMERO DE PARTICOES E IGNORADO
            IF WS-CONT-CHECKPOINTS NOT > WS-QTDE-PARTICOES
                MOVE WS-CONT-CHECKPOINTS TO WS-PART

                MOVE "S" TO WS-PT-CKP-ACHADO (WS-PART)
                MOVE WS-CP-ARQUIVO TO WS-PT-CKP-ARQUIVO (WS-PART)
                MOVE WS-CP-ULTIMA-LINHA TO WS-PT-CKP-ULTIMA (WS-PART)
                MOVE WS-CP-CONT-ACEITAS TO WS-PT-CKP-ACEITAS (WS-PART)
                MOVE WS-CP-CONT-REJEITADAS TO
                     WS-PT-CKP-REJEITADAS (WS-PART)
                MOVE WS-CP-CONT-CORTADAS TO WS-PT-CKP-CORTADAS (WS-PART)
                MOVE WS-CP-CONT-TOTAL TO WS-PT-CKP-TOTAL (WS-PART)
                MOVE WS-CP-CONT-SUSPENSAS TO
                     WS-PT-CKP-SUSPENSAS (WS-PART)
                MOVE WS-CP-HASH-X1 TO WS-PT-CKP-HASH-X1 (WS-PART)
                MOVE WS-CP-HASH-Y1 TO WS-PT-CKP-HASH-Y1 (WS-PART)
                MOVE WS-CP-HASH-X2 TO WS-PT-CKP-HASH-X2 (WS-PART)
                MOVE WS-CP-HASH-Y2 TO WS-PT-CKP-HASH-Y2 (WS-PART)
                MOVE WS-CP-CONT-REJ-DIAG TO WS-PT-CKP-REJ-DIAG (WS-PART)
                IF WS-CP-CONT-MASCARADAS NUMERIC
                    MOVE WS-CP-CONT-MASCARADAS TO
                         WS-PT-CKP-MASCARADAS (WS-PART)
                END-IF
                IF WS-CP-CONT-PECAS-EXTRA NUMERIC
                    MOVE WS-CP-CONT-PECAS-EXTRA TO
                         WS-PT-CKP-PECAS-EXTRA (WS-PART)
                END-IF
            END-IF
            .
       P-SOMA-CHECKPOINT-FIM.

      ****** SO OS SUSPENSOS DO CLIP (IDADE ZERO, MOTIVO ABAIXO DE 20)
      ****** CONTAM, COMO NO RECONCIL; SEM ARQUIVO VALE ZERO SUSPENSO
       P-APURA-SUSPENSOS.

            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT PART-SUSPENSE

            IF WS-FS-PART-SUSP NOT = "00"
                CONTINUE
            ELSE
                PERFORM P-LE-SUSPENSO THRU P-LE-SUSPENSO-FIM
                    UNTIL WS-FIM-LIDO
                CLOSE PART-SUSPENSE
            END-IF
            .
       P-APURA-SUSPENSOS-FIM.

       P-LE-SUSPENSO.

            READ PART-SUSPENSE
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    IF (SU-IDADE NOT NUMERIC OR SU-IDADE = ZERO)
                       AND SU-MOTIVO < "20"
                        ADD 1 TO WS-CONT-SUSPENSOS
                    END-IF
            END-READ
            .
       P-LE-SUSPENSO-FIM.

      ******************************************************************
      * BALANCO - CADA CHECAGEM IMPRIME OS DOIS VALORES COMPARADOS;
      * QUALQUER DIFERENCA MARCA A CONSOLIDACAO FORA DE BALANCO E, NAS
      * CHECAGENS DE UMA PARTICAO, MARCA A PARTICAO PARA REPROCESSO.
      ******************************************************************

       P-CONCILIA.

            MOVE "CONTROLE DA DIVISAO E LINEIN ORIGINAL" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE "REGISTROS P DO CONTROLE X PARTICOES"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-REG-PART TO WS-LC-VALOR-1
            MOVE WS-QTDE-PARTICOES TO WS-LC-VALOR-2
            IF WS-CONT-REG-PART = WS-QTDE-PARTICOES
               AND WS-CONT-CTL-INVALIDOS = ZERO
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "LINHAS DE LINEIN X TOTAL DO CONTROLE"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-ENTRADA TO WS-LC-VALOR-1
            MOVE WS-TT-QTDE TO WS-LC-VALOR-2
            IF WS-CONT-ENTRADA = WS-TT-QTDE
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "HASH X1 DE LINEIN X TOTAL DO CONTROLE"
                TO WS-LC-DESCRICAO
            MOVE WS-EN-HASH-X1 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-X1 TO WS-HASH-BAIXO-2
            IF WS-EN-HASH-X1 = WS-TT-HASH-X1
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "HASH Y1 DE LINEIN X TOTAL DO CONTROLE"
                TO WS-LC-DESCRICAO
            MOVE WS-EN-HASH-Y1 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-Y1 TO WS-HASH-BAIXO-2
            IF WS-EN-HASH-Y1 = WS-TT-HASH-Y1
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "HASH X2 DE LINEIN X TOTAL DO CONTROLE"
                TO WS-LC-DESCRICAO
            MOVE WS-EN-HASH-X2 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-X2 TO WS-HASH-BAIXO-2
            IF WS-EN-HASH-X2 = WS-TT-HASH-X2
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "HASH Y2 DE LINEIN X TOTAL DO CONTROLE"
                TO WS-LC-DESCRICAO
            MOVE WS-EN-HASH-Y2 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-Y2 TO WS-HASH-BAIXO-2
            IF WS-EN-HASH-Y2 = WS-TT-HASH-Y2
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "SOMA DAS LINHAS DAS PARTICOES X LINEIN"
                TO WS-LC-DESCRICAO
            MOVE WS-SP-QTDE TO WS-LC-VALOR-1
            MOVE WS-CONT-ENTRADA TO WS-LC-VALOR-2
            IF WS-SP-QTDE = WS-CONT-ENTRADA
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "SOMA DO HASH X1 DAS PARTICOES X TOTAL"
                TO WS-LC-DESCRICAO
            MOVE WS-SP-HASH-X1 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-X1 TO WS-HASH-BAIXO-2
            IF WS-SP-HASH-X1 = WS-TT-HASH-X1
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "SOMA DO HASH Y1 DAS PARTICOES X TOTAL"
                TO WS-LC-DESCRICAO
            MOVE WS-SP-HASH-Y1 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-Y1 TO WS-HASH-BAIXO-2
            IF WS-SP-HASH-Y1 = WS-TT-HASH-Y1
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "SOMA DO HASH X2 DAS PARTICOES X TOTAL"
                TO WS-LC-DESCRICAO
            MOVE WS-SP-HASH-X2 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-X2 TO WS-HASH-BAIXO-2
            IF WS-SP-HASH-X2 = WS-TT-HASH-X2
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "SOMA DO HASH Y2 DAS PARTICOES X TOTAL"
                TO WS-LC-DESCRICAO
            MOVE WS-SP-HASH-Y2 TO WS-HASH-BAIXO
            MOVE WS-TT-HASH-Y2 TO WS-HASH-BAIXO-2
            IF WS-SP-HASH-Y2 = WS-TT-HASH-Y2
                PERFORM P-HASH-OK THRU P-HASH-OK-FIM
            ELSE
                PERFORM P-HASH-ERRO THRU P-HASH-ERRO-FIM
            END-IF

            MOVE "ARQUIVOS PARCIAIS CONCATENADOS" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE "TRAILERS EM LINEPART X PARTICOES"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-TRAILERS TO WS-LC-VALOR-1
            MOVE WS-QTDE-PARTICOES TO WS-LC-VALOR-2
            IF WS-CONT-TRAILERS = WS-QTDE-PARTICOES
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "DETALHES APOS O ULTIMO TRAILER (ESPERADO 0)"
                TO WS-LC-DESCRICAO
            MOVE WS-DETALHES-SOBRA TO WS-LC-VALOR-1
            MOVE ZERO TO WS-LC-VALOR-2
            IF WS-DETALHES-SOBRA = ZERO
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "CHECKPOINTS EM CKPTPART X PARTICOES"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-CHECKPOINTS TO WS-LC-VALOR-1
            MOVE WS-QTDE-PARTICOES TO WS-LC-VALOR-2
            IF WS-CONT-CHECKPOINTS = WS-QTDE-PARTICOES
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE 1 TO WS-PROXIMA-LINHA

            PERFORM P-CONCILIA-PARTICAO THRU P-CONCILIA-PARTICAO-FIM
                VARYING WS-PART FROM 1 BY 1
                UNTIL WS-PART > WS-QTDE-PARTICOES

            MOVE "TOTAL DAS PARTICOES" TO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE "LINHAS LIDAS PELOS CLIPS X LINEIN"
                TO WS-LC-DESCRICAO
            MOVE WS-MG-ULTIMA TO WS-LC-VALOR-1
            MOVE WS-CONT-ENTRADA TO WS-LC-VALOR-2
            IF WS-MG-ULTIMA = WS-CONT-ENTRADA
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF

            MOVE "SUSPENSOS EM SUSPPART X CHECKPOINTS"
                TO WS-LC-DESCRICAO
            MOVE WS-CONT-SUSPENSOS TO WS-LC-VALOR-1
            MOVE WS-MG-SUSPENSAS TO WS-LC-VALOR-2
            IF WS-CONT-SUSPENSOS = WS-MG-SUSPENSAS
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF
            .
       P-CONCILIA-FIM.

       P-CONCILIA-PARTICAO.

            MOVE WS-CONT-DIVERGENCIAS TO WS-DIVERG-ANTES

            MOVE SPACES TO WS-LT-TEXTO
            STRING "PARTICAO " WS-PART-X
                DELIMITED BY SIZE INTO WS-LT-TEXTO
            PERFORM P-ESCREVE-TITULO THRU P-ESCREVE-TITULO-FIM

            MOVE SPACES TO WS-NOME-ESPERADO
            STRING "LINEIN.P" WS-PART-X
                DELIMITED BY SIZE INTO WS-NOME-ESPERADO

            MOVE "REGISTRO P NO CONTROLE" TO WS-LC-TEXTO
            IF WS-PT-TEM-CONTROLE (WS-PART)
                MOVE 1 TO WS-VALOR-ACHADO
            ELSE
                MOVE ZERO TO WS-VALOR-ACHADO
            END-IF
            MOVE WS-VALOR-ACHADO TO WS-LC-VALOR-1
            MOVE 1 TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "PRIMEIRA LINHA X FIM DA ANTERIOR + 1"
                TO WS-LC-TEXTO
            MOVE WS-PT-PRIMEIRA (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PROXIMA-LINHA TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM
            ADD WS-PT-QTDE (WS-PART) TO WS-PROXIMA-LINHA

            MOVE "CHECKPOINT CARIMBADO PARA A PARTICAO"
                TO WS-LC-TEXTO
            IF WS-PT-TEM-CHECKPOINT (WS-PART)
               AND WS-PT-CKP-ARQUIVO (WS-PART) = WS-NOME-ESPERADO
                MOVE 1 TO WS-VALOR-ACHADO
            ELSE
                MOVE ZERO TO WS-VALOR-ACHADO
            END-IF
            MOVE WS-VALOR-ACHADO TO WS-LC-VALOR-1
            MOVE 1 TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "LINHAS DO CONTROLE X LIDAS PELO CLIP"
                TO WS-LC-TEXTO
            MOVE WS-PT-QTDE (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-CKP-ULTIMA (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "TRAILER DA PARTICAO EM LINEPART" TO WS-LC-TEXTO
            IF WS-PT-TEM-TRAILER (WS-PART)
                MOVE 1 TO WS-VALOR-ACHADO
            ELSE
                MOVE ZERO TO WS-VALOR-ACHADO
            END-IF
            MOVE WS-VALOR-ACHADO TO WS-LC-VALOR-1
            MOVE 1 TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "DETALHES X TRAILER" TO WS-LC-TEXTO
            MOVE WS-PT-DETALHES (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-TR-QTDE (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "DETALHES X TOTAL + PEDACOS DO CHECKPOINT"
                TO WS-LC-TEXTO
            MOVE WS-PT-DETALHES (WS-PART) TO WS-LC-VALOR-1
            COMPUTE WS-LC-VALOR-2 = WS-PT-CKP-TOTAL (WS-PART) +
                                    WS-PT-CKP-PECAS-EXTRA (WS-PART)
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "HASH X1 DOS DETALHES X TRAILER" TO WS-LC-TEXTO
            MOVE WS-PT-HASH-X1 (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-TR-HASH-X1 (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "HASH Y1 DOS DETALHES X TRAILER" TO WS-LC-TEXTO
            MOVE WS-PT-HASH-Y1 (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-TR-HASH-Y1 (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "HASH X2 DOS DETALHES X TRAILER" TO WS-LC-TEXTO
            MOVE WS-PT-HASH-X2 (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-TR-HASH-X2 (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "HASH Y2 DOS DETALHES X TRAILER" TO WS-LC-TEXTO
            MOVE WS-PT-HASH-Y2 (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-TR-HASH-Y2 (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            MOVE "SUSPENSOS DO TRAILER X CHECKPOINT" TO WS-LC-TEXTO
            MOVE WS-PT-TR-SUSPENSAS (WS-PART) TO WS-LC-VALOR-1
            MOVE WS-PT-CKP-SUSPENSAS (WS-PART) TO WS-LC-VALOR-2
            PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM

            IF WS-PART > 1
                MOVE "VIEWPORTS DO TRAILER X PARTICAO 01"
                    TO WS-LC-TEXTO
                MOVE WS-PT-TR-VIEWPORTS (WS-PART) TO WS-LC-VALOR-1
                MOVE WS-PT-TR-VIEWPORTS (1) TO WS-LC-VALOR-2
                PERFORM P-CHECA-PARTICAO THRU P-CHECA-PARTICAO-FIM
            END-IF

            IF WS-CONT-DIVERGENCIAS > WS-DIVERG-ANTES
                MOVE "E" TO WS-PT-SITUACAO (WS-PART)
            END-IF

            PERFORM P-SOMA-PARTICAO THRU P-SOMA-PARTICAO-FIM
            .
       P-CONCILIA-PARTICAO-FIM.

      ****** OS DOIS VALORES JA EDITADOS NA LINHA SAO COMPARADOS: TODA
      ****** CHECAGEM DE PARTICAO E DE IGUALDADE (HASHES NOS DIGITOS
      ****** BAIXOS, COMO NO TRAILER)
       P-CHECA-PARTICAO.

            STRING "P" WS-PART-X " "
                DELIMITED BY SIZE INTO WS-LC-PREFIXO

            IF WS-LC-VALOR-1 = WS-LC-VALOR-2
                PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            ELSE
                PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            END-IF
            .
       P-CHECA-PARTICAO-FIM.

       P-SOMA-PARTICAO.

            ADD WS-PT-CKP-ULTIMA (WS-PART) TO WS-MG-ULTIMA
            ADD WS-PT-CKP-ACEITAS (WS-PART) TO WS-MG-ACEITAS
            ADD WS-PT-CKP-REJEITADAS (WS-PART) TO WS-MG-REJEITADAS
            ADD WS-PT-CKP-CORTADAS (WS-PART) TO WS-MG-CORTADAS
            ADD WS-PT-CKP-TOTAL (WS-PART) TO WS-MG-TOTAL
            ADD WS-PT-CKP-SUSPENSAS (WS-PART) TO WS-MG-SUSPENSAS
            ADD WS-PT-CKP-HASH-X1 (WS-PART) TO WS-MG-CKP-HASH-X1
            ADD WS-PT-CKP-HASH-Y1 (WS-PART) TO WS-MG-CKP-HASH-Y1
            ADD WS-PT-CKP-HASH-X2 (WS-PART) TO WS-MG-CKP-HASH-X2
            ADD WS-PT-CKP-HASH-Y2 (WS-PART) TO WS-MG-CKP-HASH-Y2
            ADD WS-PT-CKP-REJ-DIAG (WS-PART) TO WS-MG-REJ-DIAG
            ADD WS-PT-CKP-MASCARADAS (WS-PART) TO WS-MG-MASCARADAS
            ADD WS-PT-CKP-PECAS-EXTRA (WS-PART) TO WS-MG-PECAS-EXTRA
            ADD WS-PT-DETALHES (WS-PART) TO WS-MG-DETALHES
            ADD WS-PT-HASH-X1 (WS-PART) TO WS-MG-HASH-X1
            ADD WS-PT-HASH-Y1 (WS-PART) TO WS-MG-HASH-Y1
            ADD WS-PT-HASH-X2 (WS-PART) TO WS-MG-HASH-X2
            ADD WS-PT-HASH-Y2 (WS-PART) TO WS-MG-HASH-Y2
            ADD WS-PT-TR-SUSPENSAS (WS-PART) TO WS-MG-TR-SUSPENSAS
            .
       P-SOMA-PARTICAO-FIM.

       P-HASH-OK.

            MOVE WS-HASH-BAIXO TO WS-LC-VALOR-1
            MOVE WS-HASH-BAIXO-2 TO WS-LC-VALOR-2
            PERFORM P-CHECAGEM-OK THRU P-CHECAGEM-OK-FIM
            .
       P-HASH-OK-FIM.

       P-HASH-ERRO.

            MOVE WS-HASH-BAIXO TO WS-LC-VALOR-1
            MOVE WS-HASH-BAIXO-2 TO WS-LC-VALOR-2
            PERFORM P-CHECAGEM-ERRO THRU P-CHECAGEM-ERRO-FIM
            .
       P-HASH-ERRO-FIM.

       P-CHECAGEM-OK.

            MOVE "OK   " TO WS-LC-RESULTADO
            MOVE WS-LINHA-CHECAGEM TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-CHECAGEM-OK-FIM.

       P-CHECAGEM-ERRO.

            ADD 1 TO WS-CONT-DIVERGENCIAS

            MOVE "*ERRO" TO WS-LC-RESULTADO
            MOVE WS-LINHA-CHECAGEM TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-CHECAGEM-ERRO-FIM.

      ******************************************************************
      * CONSOLIDACAO - SO COM TUDO EM BALANCO: LINEOUT COM OS DETALHES
      * NA ORDEM DAS PARTICOES E UM UNICO TRL; CHKPT COM OS TOTAIS
      ******************************************************************

       P-GRAVA-CONSOLIDADO.

            PERFORM P-GRAVA-LINEOUT THRU P-GRAVA-LINEOUT-FIM

            IF RETURN-CODE = ZERO
                PERFORM P-GRAVA-CHKPT THRU P-GRAVA-CHKPT-FIM
            END-IF
            .
       P-GRAVA-CONSOLIDADO-FIM.

       P-GRAVA-LINEOUT.

            OPEN OUTPUT LINE-OUTPUT

            IF WS-FS-LINE-OUTPUT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE SAIDA (LINEOUT) COM ERRO AO ABRIR ("
                       WS-FS-LINE-OUTPUT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                MOVE "N" TO WS-FIM-ARQUIVO

                OPEN INPUT PART-OUTPUT

                IF WS-FS-PART-OUTPUT NOT = "00"
                    CLOSE LINE-OUTPUT
                    MOVE SPACES TO WS-MSG-ABORTO
                    STRING "LINEOUT DAS PARTICOES (LINEPART) COM ERRO "
                           "AO RELER (" WS-FS-PART-OUTPUT ")."
                           DELIMITED BY SIZE INTO WS-MSG-ABORTO
                    PERFORM P-ABORTA THRU P-ABORTA-FIM
                ELSE
                    PERFORM P-COPIA-DETALHE THRU P-COPIA-DETALHE-FIM
                        UNTIL WS-FIM-LIDO

                    CLOSE PART-OUTPUT

                    MOVE WS-DETALHES-GRAVADOS TO WS-TS-QTDE-DETALHES
                    MOVE WS-MG-HASH-X1 TO WS-TS-HASH-X1
                    MOVE WS-MG-HASH-Y1 TO WS-TS-HASH-Y1
                    MOVE WS-MG-HASH-X2 TO WS-TS-HASH-X2
                    MOVE WS-MG-HASH-Y2 TO WS-TS-HASH-Y2
                    MOVE WS-MG-TR-SUSPENSAS TO WS-TS-QTDE-SUSPENSAS
                    MOVE WS-PT-TR-VIEWPORTS (1) TO WS-TS-QTDE-VIEWPORTS

                    WRITE LM-LINHA FROM WS-TRAILER-SAIDA

                    CLOSE LINE-OUTPUT
                END-IF
            END-IF
            .
       P-GRAVA-LINEOUT-FIM.

       P-GRAVA-CHKPT.

            OPEN OUTPUT CHECKPOINT-FILE

            IF WS-FS-CHECKPT NOT = "00"
                MOVE SPACES TO WS-MSG-ABORTO
                STRING "ARQUIVO DE CHECKPOINT (CHKPT) COM ERRO AO "
                       "ABRIR (" WS-FS-CHECKPT ")."
                       DELIMITED BY SIZE INTO WS-MSG-ABORTO
                PERFORM P-ABORTA THRU P-ABORTA-FIM
            ELSE
                MOVE "LINEIN" TO CKP-ARQUIVO
                MOVE WS-MG-ULTIMA TO CKP-ULTIMA-LINHA
                MOVE WS-MG-ACEITAS TO CKP-CONT-ACEITAS
                MOVE WS-MG-REJEITADAS TO CKP-CONT-REJEITADAS
                MOVE WS-MG-CORTADAS TO CKP-CONT-CORTADAS
                MOVE WS-MG-TOTAL TO CKP-CONT-TOTAL
                MOVE WS-MG-SUSPENSAS TO CKP-CONT-SUSPENSAS
                MOVE WS-MG-CKP-HASH-X1 TO CKP-HASH-X1
                MOVE WS-MG-CKP-HASH-Y1 TO CKP-HASH-Y1
                MOVE WS-MG-CKP-HASH-X2 TO CKP-HASH-X2
                MOVE WS-MG-CKP-HASH-Y2 TO CKP-HASH-Y2
                MOVE WS-MG-REJ-DIAG TO CKP-CONT-REJ-DIAG
                MOVE WS-MG-MASCARADAS TO CKP-CONT-MASCARADAS
                MOVE WS-MG-PECAS-EXTRA TO CKP-CONT-PECAS-EXTRA

                WRITE CKP-REGISTRO

                CLOSE CHECKPOINT-FILE
            END-IF
            .
       P-GRAVA-CHKPT-FIM.

       P-COPIA-DETALHE.

            READ PART-OUTPUT
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    IF NOT LO-TRAILER-LOTE
                        WRITE LM-LINHA FROM LO-REGISTRO-SAIDA
                        ADD 1 TO WS-DETALHES-GRAVADOS
                    END-IF
            END-READ
            .
       P-COPIA-DETALHE-FIM.

       P-ENCERRA.

            IF RETURN-CODE = ZERO AND WS-CONT-DIVERGENCIAS = ZERO
                PERFORM P-GRAVA-CONSOLIDADO THRU
                        P-GRAVA-CONSOLIDADO-FIM
            END-IF

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            IF RETURN-CODE = ZERO AND WS-CONT-DIVERGENCIAS = ZERO
                MOVE
                "PARTICOES EM BALANCO. LINEOUT E CHKPT CONSOLIDADOS."
                    TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE "DETALHES EM LINEOUT:" TO WS-LCT-ROTULO
                MOVE WS-DETALHES-GRAVADOS TO WS-LCT-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE "LINHAS DE LINEIN:" TO WS-LCT-ROTULO
                MOVE WS-MG-ULTIMA TO WS-LCT-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA
                MOVE "SUSPENSOS:" TO WS-LCT-ROTULO
                MOVE WS-MG-SUSPENSAS TO WS-LCT-VALOR
                MOVE WS-LINHA-CONTAGEM TO RPT-LINHA
                WRITE RPT-LINHA

                DISPLAY "CONSOLIDACAO: " WS-QTDE-PARTICOES
                        " PARTICOES EM BALANCO, " WS-DETALHES-GRAVADOS
                        " DETALHES EM LINEOUT."
            ELSE
                MOVE "PARTICOES FORA DE BALANCO - NADA CONSOLIDADO."
                    TO RPT-LINHA
                WRITE RPT-LINHA

                MOVE SPACES TO WS-LRP-LISTA
                MOVE 1 TO WS-LRP-POS
                PERFORM P-LISTA-REPROCESSO THRU P-LISTA-REPROCESSO-FIM
                    VARYING WS-PART FROM 1 BY 1
                    UNTIL WS-PART > WS-QTDE-PARTICOES
                IF WS-LRP-POS > 1
                    MOVE WS-LINHA-REPROCESSO TO RPT-LINHA
                    WRITE RPT-LINHA
                    DISPLAY "REPROCESSAR AS PARTICOES: " WS-LRP-LISTA
                END-IF

                DISPLAY "CONSOLIDACAO: PARTICOES FORA DE BALANCO ("
                        WS-CONT-DIVERGENCIAS " DIVERGENCIAS)."
                IF RETURN-CODE = ZERO
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF

            CLOSE REPORT-FILE
            .
       P-ENCERRA-FIM.

       P-LISTA-REPROCESSO.

            IF WS-PT-COM-ERRO (WS-PART)
                MOVE WS-PART-X TO WS-LRP-LISTA (WS-LRP-POS:2)
                ADD 3 TO WS-LRP-POS
            END-IF
            .
       P-LISTA-REPROCESSO-FIM.

       END PROGRAM CLIPMRG.
