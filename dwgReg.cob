      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Drawing-status subprogram, called through the DWGREQ
      *          parameter area by every step a drawing passes:
      *          CADIMP (imported), the clip in drawing mode
      *          (clipped), PLOTGEN (decked), PLOTCHK (verified) and
      *          DWGINQ (plotted). On function E it reads the drawing
      *          from the DWGMSTR master by its DH ID (creating it on
      *          first sight), stamps the stage slot with the date,
      *          time, job and entity count, clears the slots of any
      *          later stage left by an earlier pass (a re-import or
      *          re-clip starts the drawing over from that point) and
      *          sets the current status; a non-zero suspended count
      *          on the import or the clip puts the drawing in
      *          SUSPENDED. The master stays open across the calls
      *          of a step and is closed by function F. When the
      *          master cannot be opened the caller is answered E
      *          and carries on untracked.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWGREG.

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

       DATA DIVISION.
       FILE SECTION.
       FD  DWGMSTR-FILE
           LABEL RECORDS ARE OMITTED.
       COPY DWGREC.

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-DWGMSTR        PIC X(02) VALUE "00".

      ****** SITUACAO DO CADASTRO NESTE PASSO: N NAO ABERTO, A ABERTO,
      ****** X INUTILIZAVEL (NAO SE TENTA DE NOVO A CADA CHAMADA)
       77 WS-MESTRE            PIC X(01) VALUE "N".
           88 WS-MESTRE-FECHADO       VALUE "N".
           88 WS-MESTRE-ABERTO        VALUE "A".
           88 WS-MESTRE-INUTIL        VALUE "X".

       77 WS-DESENHO-NOVO      PIC X(01) VALUE "N".
           88 WS-E-DESENHO-NOVO       VALUE "S".

       77 WS-SUB-ETAPA         PIC 9(01) VALUE ZERO.
       77 WS-PRIMEIRA-LIMPA    PIC 9(01) VALUE ZERO.

      ****** NOME DA SITUACAO POR ETAPA
       01 WS-TAB-SITUACOES.
           05 FILLER PIC X(10) VALUE "IMPORTED".
           05 FILLER PIC X(10) VALUE "SUSPENDED".
           05 FILLER PIC X(10) VALUE "CLIPPED".
           05 FILLER PIC X(10) VALUE "DECKED".
           05 FILLER PIC X(10) VALUE "VERIFIED".
           05 FILLER PIC X(10) VALUE "PLOTTED".
       01 WS-TAB-SITUACOES-R REDEFINES WS-TAB-SITUACOES.
           05 WS-NOME-SITUACAO OCCURS 6 TIMES PIC X(10).

      ****** CARIMBO DA ETAPA
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.

       COPY DWGREQ.

       PROCEDURE DIVISION USING DR-PEDIDO-DESENHO.

       P-REGISTRO.

            MOVE "L" TO DR-RESULTADO

            EVALUATE TRUE
                WHEN DR-FUNCAO-ETAPA
                    PERFORM P-REGISTRA-ETAPA THRU P-REGISTRA-ETAPA-FIM
                WHEN DR-FUNCAO-ENCERRAR
                    PERFORM P-ENCERRA-MESTRE THRU P-ENCERRA-MESTRE-FIM
                WHEN OTHER
                    MOVE "E" TO DR-RESULTADO
            END-EVALUATE

      ****** COMO NO RUNREG, O CHAMADOR INFORMA O SEU CODIGO DE
      ****** RETORNO CORRENTE E ELE E DEVOLVIDO TAL QUAL
            MOVE DR-RETORNO-PASSO TO RETURN-CODE

            GOBACK
            .
       P-REGISTRO-FIM.

      ******************************************************************
      * ETAPA - LE (OU CRIA) O DESENHO, CARIMBA A ETAPA, LIMPA AS
      * ETAPAS POSTERIORES E ATUALIZA A SITUACAO CORRENTE.
      ******************************************************************

       P-REGISTRA-ETAPA.

            IF DR-ID = SPACES
               OR NOT DR-ETAPA-VALIDA
                MOVE "E" TO DR-RESULTADO
            ELSE
                IF WS-MESTRE-FECHADO
                    PERFORM P-ABRE-MESTRE THRU P-ABRE-MESTRE-FIM
                END-IF

                IF NOT WS-MESTRE-ABERTO
                    MOVE "E" TO DR-RESULTADO
                ELSE
                    PERFORM P-LE-DESENHO THRU P-LE-DESENHO-FIM

                    IF DR-CADASTRO-OK
                        PERFORM P-ATUALIZA-DESENHO THRU
                                P-ATUALIZA-DESENHO-FIM
                    END-IF
                END-IF
            END-IF
            .
       P-REGISTRA-ETAPA-FIM.

      ****** DESENHO LIDO DO CADASTRO, OU INICIADO QUANDO NOVO
       P-LE-DESENHO.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE "N" TO WS-DESENHO-NOVO
            MOVE DR-ID TO DM-ID

            READ DWGMSTR-FILE
                INVALID KEY
                    MOVE "S" TO WS-DESENHO-NOVO
            END-READ

            IF WS-E-DESENHO-NOVO
                INITIALIZE DM-REGISTRO-DESENHO
                MOVE DR-ID TO DM-ID
            ELSE
                IF WS-FS-DWGMSTR NOT = "00"
                    MOVE "E" TO DR-RESULTADO
                END-IF
            END-IF
            .
       P-LE-DESENHO-FIM.

      ****** TITULO, REVISAO, ETAPAS E SITUACAO GRAVADOS NO CADASTRO
       P-ATUALIZA-DESENHO.

            IF DR-TITULO NOT = SPACES
                MOVE DR-TITULO TO DM-TITULO
            END-IF

            IF DR-REVISAO NOT = SPACES
                MOVE DR-REVISAO TO DM-REVISAO
            END-IF

      ****** A REIMPORTACAO REFAZ O DESENHO INTEIRO (A SUSPENSAO
      ****** ANTERIOR TAMBEM SAI); AS DEMAIS ETAPAS SO LIMPAM O QUE
      ****** VEM DEPOIS DELAS - A SUSPENSAO FICA COMO HISTORICO ATE
      ****** A PROXIMA IMPORTACAO OU A PROXIMA SUSPENSAO
            IF DR-ETAPA-IMPORTADO
                MOVE 2 TO WS-PRIMEIRA-LIMPA
            ELSE
                COMPUTE WS-PRIMEIRA-LIMPA = DR-ETAPA + 1
            END-IF

            IF WS-PRIMEIRA-LIMPA NOT > 6
                PERFORM P-LIMPA-ETAPA THRU P-LIMPA-ETAPA-FIM
                    VARYING WS-SUB-ETAPA FROM WS-PRIMEIRA-LIMPA BY 1
                    UNTIL WS-SUB-ETAPA > 6
            END-IF

            MOVE DR-ETAPA TO WS-SUB-ETAPA
            MOVE DR-QTDE TO DM-ET-QTDE (WS-SUB-ETAPA)
            PERFORM P-CARIMBA-ETAPA THRU P-CARIMBA-ETAPA-FIM

            IF (DR-ETAPA-IMPORTADO OR DR-ETAPA-RECORTADO)
               AND DR-SUSPENSOS > ZERO
                MOVE 2 TO WS-SUB-ETAPA
                MOVE DR-SUSPENSOS TO DM-ET-QTDE (WS-SUB-ETAPA)
                PERFORM P-CARIMBA-ETAPA THRU P-CARIMBA-ETAPA-FIM
            END-IF

            MOVE WS-SUB-ETAPA TO DM-ETAPA-ATUAL
            MOVE WS-NOME-SITUACAO (WS-SUB-ETAPA) TO DM-SITUACAO

            IF WS-E-DESENHO-NOVO
                WRITE DM-REGISTRO-DESENHO
                    INVALID KEY
                        MOVE "E" TO DR-RESULTADO
                END-WRITE
            ELSE
                REWRITE DM-REGISTRO-DESENHO
                    INVALID KEY
                        MOVE "E" TO DR-RESULTADO
                END-REWRITE
            END-IF
            .
       P-ATUALIZA-DESENHO-FIM.

       P-LIMPA-ETAPA.

            MOVE ZERO TO DM-ET-DATA (WS-SUB-ETAPA)
            MOVE ZERO TO DM-ET-HORA (WS-SUB-ETAPA)
            MOVE SPACES TO DM-ET-JOB (WS-SUB-ETAPA)
            MOVE ZERO TO DM-ET-QTDE (WS-SUB-ETAPA)
            .
       P-LIMPA-ETAPA-FIM.

       P-CARIMBA-ETAPA.

            MOVE WS-DATA-SISTEMA TO DM-ET-DATA (WS-SUB-ETAPA)
            MOVE WS-HORA-SISTEMA TO DM-ET-HORA (WS-SUB-ETAPA)
            MOVE DR-JOB TO DM-ET-JOB (WS-SUB-ETAPA)
            .
       P-CARIMBA-ETAPA-FIM.

      ******************************************************************
      * ABERTURA E FECHAMENTO DO CADASTRO - ABERTO UMA VEZ POR PASSO,
      * NA PRIMEIRA ETAPA REGISTRADA; CRIADO VAZIO SE AINDA NAO EXISTE.
      ******************************************************************

       P-ABRE-MESTRE.

            OPEN I-O DWGMSTR-FILE

            IF WS-FS-DWGMSTR = "35"
                OPEN OUTPUT DWGMSTR-FILE
                CLOSE DWGMSTR-FILE
                OPEN I-O DWGMSTR-FILE
            END-IF

            IF WS-FS-DWGMSTR = "00"
                MOVE "A" TO WS-MESTRE
            ELSE
                DISPLAY "DWGMSTR INDISPONIVEL. FILE STATUS: "
                        WS-FS-DWGMSTR
                MOVE "X" TO WS-MESTRE
            END-IF
            .
       P-ABRE-MESTRE-FIM.

       P-ENCERRA-MESTRE.

            IF WS-MESTRE-ABERTO
                CLOSE DWGMSTR-FILE
                MOVE "N" TO WS-MESTRE
            END-IF
            .
       P-ENCERRA-MESTRE-FIM.

       END PROGRAM DWGREG.
