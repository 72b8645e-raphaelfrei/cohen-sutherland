      ******************************************************************
      * Copybook: DWGREQ
      * Purpose:  Parameter area of the DWGREG drawing-status
      *           subprogram. On function E the caller reports that a
      *           drawing reached a stage (1 IMPORTED, 3 CLIPPED,
      *           4 DECKED, 5 VERIFIED, 6 PLOTTED) with its job name,
      *           the entity count at that stage and, for the import
      *           and the clip, how many details were suspended (a
      *           non-zero count puts the drawing in SUSPENDED). Title
      *           and revision are taken when not blank. Function F
      *           closes the master at the end of the step. DWGREG
      *           answers in DR-RESULTADO: L (master updated) or E
      *           (master unusable or request invalid - the caller
      *           carries on untracked). DR-RETORNO-PASSO is handed
      *           back as the subprogram's RETURN-CODE so the CALL
      *           never wipes the caller's step code.
      ******************************************************************
       01  DR-PEDIDO-DESENHO.
           05 DR-FUNCAO            PIC X(01).
               88 DR-FUNCAO-ETAPA         VALUE "E".
               88 DR-FUNCAO-ENCERRAR      VALUE "F".
           05 DR-ID                PIC X(08).
           05 DR-TITULO            PIC X(20).
           05 DR-REVISAO           PIC X(04).
           05 DR-ETAPA             PIC 9(01).
               88 DR-ETAPA-IMPORTADO      VALUE 1.
               88 DR-ETAPA-RECORTADO      VALUE 3.
               88 DR-ETAPA-EM-DECK        VALUE 4.
               88 DR-ETAPA-VERIFICADO     VALUE 5.
               88 DR-ETAPA-PLOTADO        VALUE 6.
               88 DR-ETAPA-VALIDA         VALUE 1 3 4 5 6.
           05 DR-JOB               PIC X(08).
           05 DR-QTDE              PIC 9(07).
           05 DR-SUSPENSOS         PIC 9(07).
           05 DR-RETORNO-PASSO     PIC 9(02).
           05 DR-RESULTADO         PIC X(01).
               88 DR-CADASTRO-OK          VALUE "L".
               88 DR-CADASTRO-ERRO        VALUE "E".
