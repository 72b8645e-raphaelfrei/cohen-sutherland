      ******************************************************************
      * Author:  Raphael Frei
      * Date:    15/10/2026
      * Purpose: Revision comparison between two drawing decks. Reads
      *          the previous issue (DECKANT) and the new issue
      *          (DECKNOV) of the same decks - two DRAWIN decks or two
      *          DRAWOUT decks, as the FONTE card says - and matches
      *          the drawings by the DH drawing ID, whatever their
      *          order in each file. Within each drawing the line
      *          (LD), circle (CI), arc (AR), polygon (PH with its PV
      *          ring), label (TX) and, on DRAWOUT, hatch (HT)
      *          entities of the two issues are paired off:
      *            UNCHANGED - same type, pen and attributes and every
      *                        coordinate within the tolerance;
      *            MOVED     - same shape, pen and attributes, but
      *                        translated (the offset is reported);
      *            ADDED     - only in the new issue;
      *            DELETED   - only in the previous issue.
      *          Line endpoints are compared in either direction and
      *          polygon rings vertex by vertex in deck order. On
      *          DRAWOUT the clipped geometry is compared; REJECTED
      *          details and fully masked pieces do not plot and are
      *          left out (counted as ignored).
      *
      *          The report (CMPRPT) lists every entity of each
      *          drawing with its classification (or only the
      *          changes, with LISTAR=ALTERACOES) and the totals per
      *          drawing and for the run. The delta deck (DELTA), in
      *          the same layout as the input decks, carries per
      *          drawing the new DH header, only the added and moved
      *          entities and a DT trailer counting them, so the
      *          change can be clipped and plotted as an overlay.
      *          Drawings that exist in one issue only are reported
      *          as added/deleted drawings.
      *
      *          CTLCARDS keyword cards (implied decimals):
      *            FONTE=DRAWIN or FONTE=DRAWOUT (default DRAWIN)
      *            TOLERANCIA=NNNVV coordinate tolerance (default
      *                          00001, one hundredth of a unit)
      *            LISTAR=TODOS or LISTAR=ALTERACOES (default TODOS)
      *          Up to 2000 entities and 8000 polygon vertices per
      *          drawing and issue are compared; anything beyond is
      *          counted as not compared.
      *          Ends with RETURN-CODE 0 when both issues are
      *          identical, 4 when there are differences, 8 when the
      *          comparison is incomplete (invalid records, repeated
      *          drawing IDs or capacity exceeded), 12 on a file error
      *          and 16 on invalid control cards.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWCMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECK-ANTERIOR ASSIGN TO "DECKANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANTERIOR.

           SELECT DECK-NOVO ASSIGN TO "DECKNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVO.

           SELECT CONTROL-FILE ASSIGN TO "CTLCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT DELTA-FILE ASSIGN TO "DELTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.

           SELECT REPORT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           SELECT SORT-FILE ASSIGN TO "SRTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  DECK-ANTERIOR
           LABEL RECORDS ARE OMITTED.
       01  DA-LINHA                PIC X(66).

       FD  DECK-NOVO
           LABEL RECORDS ARE OMITTED.
       01  DN-LINHA                PIC X(66).

       FD  CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
       01  CTL-LINHA               PIC X(80).

      ****** O DELTA SAI NO LEIAUTE DA FONTE: 66 (DRAWIN) OU 60
      ****** (DRAWOUT) POSICOES
       FD  DELTA-FILE
           LABEL RECORDS ARE OMITTED.
       01  DL-LINHA-DRAWIN         PIC X(66).
       01  DL-LINHA-DRAWOUT        PIC X(60).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  RPT-LINHA               PIC X(132).

       SD  SORT-FILE.
       01  SC-REGISTRO-ORDENACAO.
           05 SC-DESENHO           PIC X(08).
           05 SC-ORIGEM            PIC 9(01).
           05 SC-SEQ               PIC 9(08).
           05 SC-LINHA             PIC X(66).

       WORKING-STORAGE SECTION.

      ****** STATUS DE ARQUIVO
       77 WS-FS-ANTERIOR       PIC X(02) VALUE "00".
       77 WS-FS-NOVO           PIC X(02) VALUE "00".
       77 WS-FS-CONTROLE       PIC X(02) VALUE "00".
       77 WS-FS-DELTA          PIC X(02) VALUE "00".
       77 WS-FS-REPORT         PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
           88 WS-FIM-LIDO             VALUE "S".

       77 WS-FIM-ORDENADO      PIC X(01) VALUE "N".
           88 WS-ORDENADO-ACABOU      VALUE "S".

      ****** CARTOES DE CONTROLE (CTLCARDS) - MESMO FORMATO CHAVE=VALOR
      ****** DO RECORTE; VALORES NUMERICOS COM DECIMAIS IMPLICITOS
       77 WS-CTL-FIM           PIC X(01) VALUE "N".
       77 WS-CTL-ERRO-ACHADO   PIC X(01) VALUE "N".
           88 WS-CTL-COM-ERRO         VALUE "S".
       77 WS-CTL-CHAVE         PIC X(12) VALUE SPACES.
       77 WS-CTL-VALOR         PIC X(64) VALUE SPACES.

       77 WS-CTL-FONTE         PIC X(08) VALUE "DRAWIN".
           88 WS-FONTE-DRAWIN         VALUE "DRAWIN".
           88 WS-FONTE-DRAWOUT        VALUE "DRAWOUT".

       77 WS-CTL-LISTAR        PIC X(10) VALUE "TODOS".
           88 WS-LISTA-TODOS          VALUE "TODOS".
           88 WS-LISTA-ALTERACOES     VALUE "ALTERACOES".

       01 WS-CTL-TOLER-NUM     PIC 9(03)V99 VALUE 0,01.
       01 WS-CTL-TOLER-X REDEFINES WS-CTL-TOLER-NUM
                               PIC X(05).

      ****** CARGA DO SORT: DESENHO CORRENTE DE CADA DECK
       77 WS-ORIGEM            PIC 9(01) VALUE ZERO.
       77 WS-SEQ-LIDO          PIC 9(08) VALUE ZERO.
       77 WS-DESENHO-CARGA     PIC X(08) VALUE SPACES.
       77 WS-CARGA-ABERTA      PIC X(01) VALUE "N".
           88 WS-CARGA-EM-DESENHO     VALUE "S".
       77 WS-LINHA-CARGA       PIC X(66) VALUE SPACES.

      ****** VISAO DO REGISTRO DE DRAWIN (DH/LD/CI/AR/PH/PV/TX/DT)
       COPY DRAWREC.

      ****** VISAO DO REGISTRO DE DRAWOUT (DH/LD/AR/PH/PV/HT/TX/DT)
       01 WS-DOS-REGISTRO.
           05 WS-DOS-TIPO       PIC X(02).
           05 WS-DOS-DADOS      PIC X(64).
           05 WS-DOS-DESENHO REDEFINES WS-DOS-DADOS.
               10 WS-DOS-DH-ID  PIC X(08).
               10 WS-DOS-DH-TITULO PIC X(20).
               10 FILLER        PIC X(36).
           05 WS-DOS-LINHA REDEFINES WS-DOS-DADOS.
               10 WS-DOS-LD-X1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-Y1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-X2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-Y2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-X1C PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-Y1C PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-X2C PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-Y2C PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-LD-VEREDITO PIC X(09).
               10 WS-DOS-LD-PENA PIC X(01).
               10 FILLER        PIC X(06).
           05 WS-DOS-ARCO REDEFINES WS-DOS-DADOS.
               10 WS-DOS-AR-CX  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-AR-CY  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-AR-RAIO PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-AR-ANG-INI PIC S9(03)V99
                                SIGN LEADING SEPARATE.
               10 WS-DOS-AR-ANG-FIM PIC S9(03)V99
                                SIGN LEADING SEPARATE.
               10 WS-DOS-AR-VEREDITO PIC X(09).
               10 WS-DOS-AR-PENA PIC X(01).
               10 FILLER        PIC X(24).
           05 WS-DOS-CAB-POLI REDEFINES WS-DOS-DADOS.
               10 WS-DOS-PH-QTDE PIC 9(02).
               10 FILLER        PIC X(62).
           05 WS-DOS-VERTICE REDEFINES WS-DOS-DADOS.
               10 WS-DOS-PV-X   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-PV-Y   PIC S999V99 SIGN LEADING SEPARATE.
               10 FILLER        PIC X(52).
           05 WS-DOS-HACHURA REDEFINES WS-DOS-DADOS.
               10 WS-DOS-HT-X1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-Y1  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-X2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-Y2  PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-HT-PENA PIC X(01).
               10 FILLER        PIC X(39).
           05 WS-DOS-TEXTO REDEFINES WS-DOS-DADOS.
               10 WS-DOS-TX-X   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-TX-Y   PIC S999V99 SIGN LEADING SEPARATE.
               10 WS-DOS-TX-ALTURA PIC 9(03)V99.
               10 WS-DOS-TX-ANGULO PIC S9(03)V99
                                SIGN LEADING SEPARATE.
               10 WS-DOS-TX-PENA PIC X(01).
               10 WS-DOS-TX-TEXTO PIC X(32).
               10 FILLER        PIC X(08).

      ****** GRUPO (DESENHO) CORRENTE DA SAIDA ORDENADA
       77 WS-GRUPO-EM-CURSO    PIC X(01) VALUE "N".
           88 WS-GRUPO-ABERTO         VALUE "S".
       77 WS-GRUPO-ID          PIC X(08) VALUE SPACES.

      ****** ENTIDADES DAS DUAS EMISSOES DO DESENHO (1 = ANTERIOR,
      ****** 2 = NOVA). V(1) A V(6) SAO OS VALORES COMPARADOS, CUJO
      ****** PAPEL (X, Y OU ESCALAR) VEM DA CLASSE DO TIPO; O ANEL DO
      ****** POLIGONO FICA NA TABELA DE VERTICES DA EMISSAO
       01 WS-TAB-EMISSOES.
           05 WS-EMISSAO OCCURS 2 TIMES.
               10 WS-EM-TEM-DH      PIC X(01).
                   88 WS-EM-COM-DH         VALUE "S".
               10 WS-EM-IMAGEM-DH   PIC X(66).
               10 WS-EM-TITULO      PIC X(20).
               10 WS-EM-QTDE        PIC 9(04).
               10 WS-EM-VT-QTDE     PIC 9(05).
               10 WS-EM-EXCEDENTES  PIC 9(06).
               10 WS-EM-POLI-ABERTO PIC X(01).
                   88 WS-EM-COM-POLIGONO   VALUE "S".
               10 WS-ENTIDADE OCCURS 2000 TIMES.
                   15 WS-EN-TIPO        PIC X(02).
                   15 WS-EN-PENA        PIC X(01).
                   15 WS-EN-V           PIC S9(05)V99
                                        OCCURS 6 TIMES.
                   15 WS-EN-ATRIBUTOS   PIC X(32).
                   15 WS-EN-VT-INI      PIC 9(05).
                   15 WS-EN-VT-QTDE     PIC 9(02).
                   15 WS-EN-VT-ESPERADOS PIC 9(02).
                   15 WS-EN-SITUACAO    PIC X(01).
                       88 WS-EN-LIVRE          VALUE SPACE.
                       88 WS-EN-INALTERADA     VALUE "I".
                       88 WS-EN-MOVIDA         VALUE "M".
                       88 WS-EN-INCLUIDA       VALUE "N".
                       88 WS-EN-EXCLUIDA       VALUE "E".
                   15 WS-EN-PAR         PIC 9(04).
                   15 WS-EN-DESLOC-X    PIC S9(05)V99.
                   15 WS-EN-DESLOC-Y    PIC S9(05)V99.
                   15 WS-EN-IMAGEM      PIC X(66).
               10 WS-VERTICE OCCURS 8000 TIMES.
                   15 WS-VT-X           PIC S9(05)V99.
                   15 WS-VT-Y           PIC S9(05)V99.
                   15 WS-VT-IMAGEM      PIC X(66).

      ****** SUBSCRITOS E TRABALHO DA COMPARACAO
       77 WS-LADO              PIC 9(01) VALUE ZERO.
       77 WS-SUB-A             PIC 9(04) VALUE ZERO.
       77 WS-SUB-B             PIC 9(04) VALUE ZERO.
       77 WS-SUB-E             PIC 9(04) VALUE ZERO.
       77 WS-SUB-V             PIC 9(01) VALUE ZERO.
       77 WS-SUB-K             PIC 9(02) VALUE ZERO.
       77 WS-SUB-VA            PIC 9(05) VALUE ZERO.
       77 WS-SUB-VB            PIC 9(05) VALUE ZERO.
       77 WS-SUB-VT            PIC 9(05) VALUE ZERO.

       77 WS-CLASSE            PIC X(06) VALUE SPACES.
       77 WS-DESLOC-X          PIC S9(05)V99 VALUE ZERO.
       77 WS-DESLOC-Y          PIC S9(05)V99 VALUE ZERO.
       77 WS-DIFERENCA         PIC S9(06)V99 VALUE ZERO.
       77 WS-TROCA             PIC S9(05)V99 VALUE ZERO.

       77 WS-PAR-CONFERE       PIC X(01) VALUE "N".
           88 WS-PAR-OK               VALUE "S".
       77 WS-PAR-ACHADO        PIC X(01) VALUE "N".
           88 WS-PAR-ENCONTRADO       VALUE "S".

       77 WS-CAMPOS-VALIDOS    PIC X(01) VALUE "S".
           88 WS-CAMPOS-OK            VALUE "S".
       77 WS-MOTIVO-INVALIDO   PIC X(40) VALUE SPACES.

      ****** TOTAIS DO DESENHO
       77 WS-DES-INALTERADAS   PIC 9(06) VALUE ZERO.
       77 WS-DES-MOVIDAS       PIC 9(06) VALUE ZERO.
       77 WS-DES-INCLUIDAS     PIC 9(06) VALUE ZERO.
       77 WS-DES-EXCLUIDAS     PIC 9(06) VALUE ZERO.
       77 WS-DES-NAO-COMPARADAS PIC 9(06) VALUE ZERO.
       77 WS-DES-DELTA         PIC 9(05) VALUE ZERO.
       77 WS-DES-SITUACAO      PIC X(10) VALUE SPACES.

      ****** TOTAIS DA EXECUCAO
       77 WS-CONT-LIDOS-ANT    PIC 9(08) VALUE ZERO.
       77 WS-CONT-LIDOS-NOV    PIC 9(08) VALUE ZERO.
       77 WS-CONT-DESENHOS     PIC 9(08) VALUE ZERO.
       77 WS-CONT-DES-INALTERADOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-DES-ALTERADOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-DES-INCLUIDOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-DES-EXCLUIDOS PIC 9(08) VALUE ZERO.
       77 WS-CONT-INALTERADAS  PIC 9(08) VALUE ZERO.
       77 WS-CONT-MOVIDAS      PIC 9(08) VALUE ZERO.
       77 WS-CONT-INCLUIDAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-EXCLUIDAS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-NAO-COMPARADAS PIC 9(08) VALUE ZERO.
       77 WS-CONT-IGNORADOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-INVALIDOS    PIC 9(08) VALUE ZERO.
       77 WS-CONT-DELTA        PIC 9(08) VALUE ZERO.

      ****** CARIMBO DO RELATORIO
       77 WS-DATA-SISTEMA      PIC 9(08) VALUE ZERO.
       77 WS-HORA-SISTEMA      PIC 9(08) VALUE ZERO.

      ****** TRAILER DO DECK DELTA
       01 WS-DELTA-TRAILER.
           05 FILLER               PIC X(02) VALUE "DT".
           05 WS-DT-QTDE           PIC 9(05).
           05 FILLER               PIC X(59) VALUE SPACES.

      ****** LINHAS DO RELATORIO DE COMPARACAO
       01 WS-LINHA-CABECALHO1.
           05 FILLER               PIC X(44) VALUE
               "COMPARACAO DE REVISAO ENTRE DECKS DE DESENHO".
           05 FILLER               PIC X(88) VALUE SPACES.

       01 WS-LINHA-CABECALHO2.
           05 FILLER               PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA          PIC 9(08).
           05 FILLER               PIC X(08) VALUE "  HORA: ".
           05 WS-CAB-HORA          PIC 9(08).
           05 FILLER               PIC X(09) VALUE "  FONTE: ".
           05 WS-CAB-FONTE         PIC X(08).
           05 FILLER               PIC X(14) VALUE "  TOLERANCIA: ".
           05 WS-CAB-TOLER         PIC ZZ9,99.
           05 FILLER               PIC X(10) VALUE "  LISTAR: ".
           05 WS-CAB-LISTAR        PIC X(10).
           05 FILLER               PIC X(45) VALUE SPACES.

       01 WS-LINHA-DESENHO.
           05 FILLER               PIC X(09) VALUE "DESENHO: ".
           05 WS-LD-ID             PIC X(08).
           05 FILLER               PIC X(12) VALUE "  ANTERIOR: ".
           05 WS-LD-TITULO-ANT     PIC X(20).
           05 FILLER               PIC X(08) VALUE "  NOVO: ".
           05 WS-LD-TITULO-NOV     PIC X(20).
           05 FILLER               PIC X(12) VALUE "  SITUACAO: ".
           05 WS-LD-SITUACAO       PIC X(10).
           05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-LINHA-CAB-ENTIDADE.
           05 FILLER               PIC X(47) VALUE
               "  SITUACAO   TP PENA  ANT   NOV       V1       ".
           05 FILLER               PIC X(47) VALUE
               " V2        V3        V4   DESLOC X  DESLOC Y  A".
           05 FILLER               PIC X(08) VALUE
               "TRIBUTOS".
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LINHA-ENTIDADE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-SITUACAO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-TIPO            PIC X(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LE-PENA            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-SEQ-ANT         PIC ZZZZ.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-SEQ-NOV         PIC ZZZZ.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-V1              PIC -ZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-V2              PIC -ZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-V3              PIC -ZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-V4              PIC -ZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-DESLOC-X        PIC -ZZZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-LE-DESLOC-Y        PIC -ZZZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LE-ATRIBUTOS       PIC X(32).
           05 FILLER                PIC X(07) VALUE SPACES.

       01 WS-LINHA-TOTAIS.
           05 FILLER               PIC X(23) VALUE
               "  TOTAIS: INALTERADAS ".
           05 WS-LT-INALTERADAS    PIC ZZZZZ9.
           05 FILLER               PIC X(10) VALUE "  MOVIDAS ".
           05 WS-LT-MOVIDAS        PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE "  INCLUIDAS ".
           05 WS-LT-INCLUIDAS      PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE "  EXCLUIDAS ".
           05 WS-LT-EXCLUIDAS      PIC ZZZZZ9.
           05 FILLER               PIC X(17) VALUE
               "  NAO COMPARADAS ".
           05 WS-LT-NAO-COMPARADAS PIC ZZZZZ9.
           05 FILLER               PIC X(08) VALUE "  DELTA ".
           05 WS-LT-DELTA          PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-LINHA-AVISO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LA-TEXTO          PIC X(130).

       01 WS-LINHA-INVALIDO.
           05 FILLER               PIC X(11) VALUE "  INVALIDO ".
           05 WS-LI-DECK           PIC X(08).
           05 FILLER               PIC X(05) VALUE " REG ".
           05 WS-LI-SEQ            PIC ZZZZZZZ9.
           05 FILLER               PIC X(02) VALUE ": ".
           05 WS-LI-MOTIVO         PIC X(40).
           05 FILLER               PIC X(02) VALUE ": ".
           05 WS-LI-IMAGEM         PIC X(56).

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO          PIC X(28).
           05 WS-LR-VALOR           PIC ZZZZZZZ9.
           05 FILLER                PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       P-MAIN.

            PERFORM P-INICIALIZA THRU P-INICIALIZA-FIM

            IF RETURN-CODE = ZERO
                SORT SORT-FILE
                    ON ASCENDING KEY SC-DESENHO SC-ORIGEM SC-SEQ
                    INPUT PROCEDURE IS P-CARGA THRU P-CARGA-FIM
                    OUTPUT PROCEDURE IS P-COMPARA-DECKS THRU
                                        P-COMPARA-DECKS-FIM

                PERFORM P-ENCERRA THRU P-ENCERRA-FIM
            END-IF

            STOP RUN
            .
       P-MAIN-FIM.

      ******************************************************************
      * CARTOES DE CONTROLE - LIDOS, ECOADOS E VALIDADOS ANTES DE
      * QUALQUER ARQUIVO SER ABERTO; CARTAO RUIM = RC 16. SEM O
      * ARQUIVO DE CARTOES VALEM OS DEFAULTS.
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

            PERFORM P-VALIDA-CONTROLE THRU P-VALIDA-CONTROLE-FIM
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
                WHEN "LISTAR"
                    MOVE WS-CTL-VALOR TO WS-CTL-LISTAR
                WHEN "TOLERANCIA"
                    MOVE WS-CTL-VALOR (1:5) TO WS-CTL-TOLER-X
                    IF WS-CTL-TOLER-NUM NOT NUMERIC
                        DISPLAY
                        "TOLERANCIA INVALIDA (5 DIGITOS, NNNVV)."
                        MOVE "S" TO WS-CTL-ERRO-ACHADO
                    END-IF
                WHEN OTHER
                    DISPLAY "CARTAO DESCONHECIDO: " WS-CTL-CHAVE
                    MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-EVALUATE
            .
       P-INTERPRETA-CARTAO-FIM.

       P-VALIDA-CONTROLE.

            IF NOT WS-FONTE-DRAWIN AND NOT WS-FONTE-DRAWOUT
                DISPLAY "FONTE INVALIDA (DRAWIN OU DRAWOUT)."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF NOT WS-LISTA-TODOS AND NOT WS-LISTA-ALTERACOES
                DISPLAY "LISTAR INVALIDO (TODOS OU ALTERACOES)."
                MOVE "S" TO WS-CTL-ERRO-ACHADO
            END-IF

            IF NOT WS-CTL-COM-ERRO
                DISPLAY "OPCOES VALIDADAS: FONTE=" WS-CTL-FONTE
                        " TOLERANCIA=" WS-CTL-TOLER-X
                        " LISTAR=" WS-CTL-LISTAR
            END-IF
            .
       P-VALIDA-CONTROLE-FIM.

      ******************************************************************
      * INICIALIZACAO - CARTOES, OS DOIS DECKS, O DELTA E O RELATORIO;
      * QUALQUER FALHA FECHA O QUE JA ABRIU E TERMINA SEM COMPARAR.
      ******************************************************************

       P-INICIALIZA.

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            PERFORM P-LE-CONTROLE THRU P-LE-CONTROLE-FIM

            IF WS-CTL-COM-ERRO
                DISPLAY
                "CARTOES DE CONTROLE INVALIDOS. COMPARACAO ABORTADA."
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT DECK-ANTERIOR

                IF WS-FS-ANTERIOR NOT = "00"
                    DISPLAY
                    "DECK DA EMISSAO ANTERIOR (DECKANT) NAO "
                    "ENCONTRADO (" WS-FS-ANTERIOR
                    "). COMPARACAO ABORTADA."
                    MOVE 12 TO RETURN-CODE
                ELSE
                    OPEN INPUT DECK-NOVO

                    IF WS-FS-NOVO NOT = "00"
                        DISPLAY
                        "DECK DA NOVA EMISSAO (DECKNOV) NAO "
                        "ENCONTRADO (" WS-FS-NOVO
                        "). COMPARACAO ABORTADA."
                        CLOSE DECK-ANTERIOR
                        MOVE 12 TO RETURN-CODE
                    ELSE
                        OPEN OUTPUT DELTA-FILE

                        IF WS-FS-DELTA NOT = "00"
                            DISPLAY
                            "DECK DELTA (DELTA) COM ERRO AO ABRIR ("
                            WS-FS-DELTA "). COMPARACAO ABORTADA."
                            CLOSE DECK-ANTERIOR
                            CLOSE DECK-NOVO
                            MOVE 12 TO RETURN-CODE
                        ELSE
                            OPEN OUTPUT REPORT-FILE

                            IF WS-FS-REPORT NOT = "00"
                                DISPLAY
                                "ARQUIVO DE RELATORIO (CMPRPT) COM "
                                "ERRO AO ABRIR (" WS-FS-REPORT
                                "). COMPARACAO ABORTADA."
                                CLOSE DECK-ANTERIOR
                                CLOSE DECK-NOVO
                                CLOSE DELTA-FILE
                                MOVE 12 TO RETURN-CODE
                            ELSE
                                PERFORM P-ESCREVE-CABECALHO THRU
                                        P-ESCREVE-CABECALHO-FIM
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       P-INICIALIZA-FIM.

       P-ESCREVE-CABECALHO.

            MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
            MOVE WS-HORA-SISTEMA TO WS-CAB-HORA
            MOVE WS-CTL-FONTE TO WS-CAB-FONTE
            MOVE WS-CTL-TOLER-NUM TO WS-CAB-TOLER
            MOVE WS-CTL-LISTAR TO WS-CAB-LISTAR

            MOVE WS-LINHA-CABECALHO1 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-LINHA-CABECALHO2 TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-ESCREVE-CABECALHO-FIM.

      ******************************************************************
      * CARGA DO SORT - OS DOIS DECKS INTEIROS, CADA REGISTRO MARCADO
      * COM O ID DO ULTIMO DH LIDO NO SEU DECK, A EMISSAO (1 ANTERIOR,
      * 2 NOVA) E A SEQUENCIA DE LEITURA; A SAIDA ORDENADA TRAZ AS
      * DUAS EMISSOES DE CADA DESENHO JUNTAS E NA ORDEM DO DECK.
      ******************************************************************

       P-CARGA.

            MOVE 1 TO WS-ORIGEM
            MOVE ZERO TO WS-SEQ-LIDO
            MOVE "N" TO WS-CARGA-ABERTA
            MOVE "N" TO WS-FIM-ARQUIVO

            PERFORM P-CARGA-UM-ANTERIOR THRU P-CARGA-UM-ANTERIOR-FIM
                UNTIL WS-FIM-LIDO

            MOVE 2 TO WS-ORIGEM
            MOVE ZERO TO WS-SEQ-LIDO
            MOVE "N" TO WS-CARGA-ABERTA
            MOVE "N" TO WS-FIM-ARQUIVO

            PERFORM P-CARGA-UM-NOVO THRU P-CARGA-UM-NOVO-FIM
                UNTIL WS-FIM-LIDO
            .
       P-CARGA-FIM.

       P-CARGA-UM-ANTERIOR.

            READ DECK-ANTERIOR
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS-ANT
                    MOVE DA-LINHA TO WS-LINHA-CARGA
                    PERFORM P-SOLTA-REGISTRO THRU P-SOLTA-REGISTRO-FIM
            END-READ
            .
       P-CARGA-UM-ANTERIOR-FIM.

       P-CARGA-UM-NOVO.

            READ DECK-NOVO
                AT END
                    MOVE "S" TO WS-FIM-ARQUIVO
                NOT AT END
                    ADD 1 TO WS-CONT-LIDOS-NOV
                    MOVE DN-LINHA TO WS-LINHA-CARGA
                    PERFORM P-SOLTA-REGISTRO THRU P-SOLTA-REGISTRO-FIM
            END-READ
            .
       P-CARGA-UM-NOVO-FIM.

      ****** O DH E O MESMO NOS DOIS LEIAUTES (ID NAS POSICOES 3-10);
      ****** REGISTRO ANTES DO PRIMEIRO DH NAO TEM DESENHO E E INVALIDO
       P-SOLTA-REGISTRO.

            ADD 1 TO WS-SEQ-LIDO

            IF WS-LINHA-CARGA (1:2) = "DH"
                MOVE WS-LINHA-CARGA (3:8) TO WS-DESENHO-CARGA
                MOVE "S" TO WS-CARGA-ABERTA
            END-IF

            IF WS-LINHA-CARGA = SPACES
                CONTINUE
            ELSE
                IF NOT WS-CARGA-EM-DESENHO
                    MOVE "REGISTRO ANTES DO PRIMEIRO DH" TO
                         WS-MOTIVO-INVALIDO
                    MOVE WS-SEQ-LIDO TO WS-LI-SEQ
                    MOVE WS-LINHA-CARGA TO WS-LI-IMAGEM
                    PERFORM P-GRAVA-INVALIDO THRU P-GRAVA-INVALIDO-FIM
                ELSE
                    MOVE WS-DESENHO-CARGA TO SC-DESENHO
                    MOVE WS-ORIGEM TO SC-ORIGEM
                    MOVE WS-SEQ-LIDO TO SC-SEQ
                    MOVE WS-LINHA-CARGA TO SC-LINHA

                    RELEASE SC-REGISTRO-ORDENACAO
                END-IF
            END-IF
            .
       P-SOLTA-REGISTRO-FIM.

      ****** LINHA DE REGISTRO INVALIDO (DECK DE WS-ORIGEM, SEQUENCIA
      ****** E IMAGEM JA MOVIDAS PARA A LINHA)
       P-GRAVA-INVALIDO.

            ADD 1 TO WS-CONT-INVALIDOS

            IF WS-ORIGEM = 1
                MOVE "DECKANT" TO WS-LI-DECK
            ELSE
                MOVE "DECKNOV" TO WS-LI-DECK
            END-IF

            MOVE WS-MOTIVO-INVALIDO TO WS-LI-MOTIVO
            MOVE WS-LINHA-INVALIDO TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-GRAVA-INVALIDO-FIM.

      ******************************************************************
      * SAIDA ORDENADA - CADA QUEBRA DE DESENHO COMPARA O GRUPO
      * ANTERIOR E ZERA AS TABELAS; CADA REGISTRO E CONVERTIDO EM
      * ENTIDADE DA SUA EMISSAO.
      ******************************************************************

       P-COMPARA-DECKS.

            MOVE "N" TO WS-FIM-ORDENADO
            MOVE "N" TO WS-GRUPO-EM-CURSO

            PERFORM P-RETORNA-UM THRU P-RETORNA-UM-FIM
                UNTIL WS-ORDENADO-ACABOU

            IF WS-GRUPO-ABERTO
                PERFORM P-FECHA-GRUPO THRU P-FECHA-GRUPO-FIM
            END-IF
            .
       P-COMPARA-DECKS-FIM.

       P-RETORNA-UM.

            RETURN SORT-FILE
                AT END
                    MOVE "S" TO WS-FIM-ORDENADO
                NOT AT END
                    PERFORM P-TRATA-ORDENADO THRU P-TRATA-ORDENADO-FIM
            END-RETURN
            .
       P-RETORNA-UM-FIM.

       P-TRATA-ORDENADO.

            IF NOT WS-GRUPO-ABERTO
               OR SC-DESENHO NOT = WS-GRUPO-ID
                IF WS-GRUPO-ABERTO
                    PERFORM P-FECHA-GRUPO THRU P-FECHA-GRUPO-FIM
                END-IF
                PERFORM P-ABRE-GRUPO THRU P-ABRE-GRUPO-FIM
            END-IF

            MOVE SC-ORIGEM TO WS-LADO
            MOVE SC-ORIGEM TO WS-ORIGEM
            MOVE "S" TO WS-CAMPOS-VALIDOS
            MOVE SPACES TO WS-MOTIVO-INVALIDO

            IF WS-FONTE-DRAWIN
                PERFORM P-CARREGA-DRAWIN THRU P-CARREGA-DRAWIN-FIM
            ELSE
                PERFORM P-CARREGA-DRAWOUT THRU P-CARREGA-DRAWOUT-FIM
            END-IF

            IF NOT WS-CAMPOS-OK
                MOVE SC-SEQ TO WS-LI-SEQ
                MOVE SC-LINHA TO WS-LI-IMAGEM
                PERFORM P-GRAVA-INVALIDO THRU P-GRAVA-INVALIDO-FIM
            END-IF
            .
       P-TRATA-ORDENADO-FIM.

       P-ABRE-GRUPO.

            MOVE SC-DESENHO TO WS-GRUPO-ID
            MOVE "S" TO WS-GRUPO-EM-CURSO

            PERFORM P-ZERA-EMISSAO THRU P-ZERA-EMISSAO-FIM
                VARYING WS-LADO FROM 1 BY 1
                UNTIL WS-LADO > 2
            .
       P-ABRE-GRUPO-FIM.

       P-ZERA-EMISSAO.

            MOVE "N" TO WS-EM-TEM-DH (WS-LADO)
            MOVE SPACES TO WS-EM-IMAGEM-DH (WS-LADO)
            MOVE SPACES TO WS-EM-TITULO (WS-LADO)
            MOVE ZERO TO WS-EM-QTDE (WS-LADO)
            MOVE ZERO TO WS-EM-VT-QTDE (WS-LADO)
            MOVE ZERO TO WS-EM-EXCEDENTES (WS-LADO)
            MOVE "N" TO WS-EM-POLI-ABERTO (WS-LADO)
            .
       P-ZERA-EMISSAO-FIM.

      ******************************************************************
      * CONVERSAO DRAWIN - VALORES DE MUNDO (ATE +-99999,99) ANTES DO
      * RECORTE; O PH GUARDA OS ATRIBUTOS DE HACHURA COMO ATRIBUTO.
      ******************************************************************

       P-CARREGA-DRAWIN.

            MOVE SC-LINHA TO DK-REGISTRO-DECK

            EVALUATE TRUE
                WHEN DK-TIPO-CAB-DESENHO
                    PERFORM P-CARREGA-DH THRU P-CARREGA-DH-FIM
                WHEN DK-TIPO-LINHA
                    IF DK-LD-X1 NUMERIC AND DK-LD-Y1 NUMERIC
                       AND DK-LD-X2 NUMERIC AND DK-LD-Y2 NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE DK-LD-PENA TO WS-EN-PENA
                                               (WS-LADO, WS-SUB-E)
                            MOVE DK-LD-X1 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE DK-LD-Y1 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE DK-LD-X2 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE DK-LD-Y2 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            PERFORM P-NORMALIZA-RETA THRU
                                    P-NORMALIZA-RETA-FIM
                        END-IF
                    ELSE
                        MOVE "COORDENADA DE LD INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-CIRCULO
                    IF DK-CI-CX NUMERIC AND DK-CI-CY NUMERIC
                       AND DK-CI-RAIO NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE DK-CI-PENA TO WS-EN-PENA
                                               (WS-LADO, WS-SUB-E)
                            MOVE DK-CI-CX TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE DK-CI-CY TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE DK-CI-RAIO TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                        END-IF
                    ELSE
                        MOVE "CENTRO OU RAIO DE CI INVALIDO" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-ARCO
                    IF DK-AR-CX NUMERIC AND DK-AR-CY NUMERIC
                       AND DK-AR-RAIO NUMERIC
                       AND DK-AR-ANG-INI NUMERIC
                       AND DK-AR-ANG-FIM NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE DK-AR-PENA TO WS-EN-PENA
                                               (WS-LADO, WS-SUB-E)
                            MOVE DK-AR-CX TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE DK-AR-CY TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE DK-AR-RAIO TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE DK-AR-ANG-INI TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            MOVE DK-AR-ANG-FIM TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 5)
                        END-IF
                    ELSE
                        MOVE "CAMPO NUMERICO DE AR INVALIDO" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-CAB-POLIGONO
                    IF DK-PH-QTDE-VERTICES NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE DK-PH-QTDE-VERTICES TO
                                 WS-EN-VT-ESPERADOS (WS-LADO, WS-SUB-E)
                            MOVE DK-DADOS (3:22) TO
                                 WS-EN-ATRIBUTOS (WS-LADO, WS-SUB-E)
                            PERFORM P-ABRE-POLIGONO THRU
                                    P-ABRE-POLIGONO-FIM
                        END-IF
                    ELSE
                        MOVE "QTDE DE VERTICES DO PH INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-VERTICE
                    IF DK-PV-X NUMERIC AND DK-PV-Y NUMERIC
                        MOVE DK-PV-X TO WS-DESLOC-X
                        MOVE DK-PV-Y TO WS-DESLOC-Y
                        PERFORM P-CARREGA-VERTICE THRU
                                P-CARREGA-VERTICE-FIM
                    ELSE
                        MOVE "COORDENADA DE PV INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-TEXTO
                    IF DK-TX-X NUMERIC AND DK-TX-Y NUMERIC
                       AND DK-TX-ALTURA NUMERIC
                       AND DK-TX-ANGULO NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE DK-TX-PENA TO WS-EN-PENA
                                               (WS-LADO, WS-SUB-E)
                            MOVE DK-TX-X TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE DK-TX-Y TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE DK-TX-ALTURA TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE DK-TX-ANGULO TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            MOVE DK-TX-TEXTO TO
                                 WS-EN-ATRIBUTOS (WS-LADO, WS-SUB-E)
                        END-IF
                    ELSE
                        MOVE "CAMPO NUMERICO DE TX INVALIDO" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN DK-TIPO-TRAILER
                    CONTINUE
                WHEN OTHER
                    MOVE "TIPO DE REGISTRO DESCONHECIDO" TO
                         WS-MOTIVO-INVALIDO
                    MOVE "N" TO WS-CAMPOS-VALIDOS
            END-EVALUATE

            IF NOT DK-TIPO-VERTICE
                MOVE "N" TO WS-EM-POLI-ABERTO (WS-LADO)
                IF DK-TIPO-CAB-POLIGONO AND WS-SUB-E > ZERO
                   AND WS-CAMPOS-OK
                    MOVE "S" TO WS-EM-POLI-ABERTO (WS-LADO)
                END-IF
            END-IF
            .
       P-CARREGA-DRAWIN-FIM.

      ******************************************************************
      * CONVERSAO DRAWOUT - COMPARA A GEOMETRIA RECORTADA; DETALHE
      * REJECTED OU PEDACO MASCARADO SEM TRECHO VISIVEL NAO PLOTA E
      * FICA FORA (IGNORADO). CIRCULOS JA VEM COMO SUB-ARCOS.
      ******************************************************************

       P-CARREGA-DRAWOUT.

            MOVE SC-LINHA TO WS-DOS-REGISTRO
            MOVE ZERO TO WS-SUB-E

            EVALUATE WS-DOS-TIPO
                WHEN "DH"
                    MOVE SC-LINHA TO DK-REGISTRO-DECK
                    PERFORM P-CARREGA-DH THRU P-CARREGA-DH-FIM
                WHEN "LD"
                    IF WS-DOS-LD-X1C NUMERIC AND WS-DOS-LD-Y1C NUMERIC
                       AND WS-DOS-LD-X2C NUMERIC
                       AND WS-DOS-LD-Y2C NUMERIC
                        IF WS-DOS-LD-VEREDITO = "REJECTED"
                           OR (WS-DOS-LD-VEREDITO = "MASKED"
                               AND WS-DOS-LD-X1C = WS-DOS-LD-X2C
                               AND WS-DOS-LD-Y1C = WS-DOS-LD-Y2C)
                            ADD 1 TO WS-CONT-IGNORADOS
                        ELSE
                            PERFORM P-NOVA-ENTIDADE THRU
                                    P-NOVA-ENTIDADE-FIM
                        END-IF
                        IF WS-SUB-E > ZERO
                            MOVE WS-DOS-LD-PENA TO WS-EN-PENA
                                                   (WS-LADO, WS-SUB-E)
                            MOVE WS-DOS-LD-X1C TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE WS-DOS-LD-Y1C TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE WS-DOS-LD-X2C TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE WS-DOS-LD-Y2C TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            PERFORM P-NORMALIZA-RETA THRU
                                    P-NORMALIZA-RETA-FIM
                        END-IF
                    ELSE
                        MOVE "COORDENADA DE LD INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "HT"
                    IF WS-DOS-HT-X1 NUMERIC AND WS-DOS-HT-Y1 NUMERIC
                       AND WS-DOS-HT-X2 NUMERIC
                       AND WS-DOS-HT-Y2 NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE WS-DOS-HT-PENA TO WS-EN-PENA
                                                   (WS-LADO, WS-SUB-E)
                            MOVE WS-DOS-HT-X1 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE WS-DOS-HT-Y1 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE WS-DOS-HT-X2 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE WS-DOS-HT-Y2 TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            PERFORM P-NORMALIZA-RETA THRU
                                    P-NORMALIZA-RETA-FIM
                        END-IF
                    ELSE
                        MOVE "COORDENADA DE HT INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "AR"
                    IF WS-DOS-AR-CX NUMERIC AND WS-DOS-AR-CY NUMERIC
                       AND WS-DOS-AR-RAIO NUMERIC
                       AND WS-DOS-AR-ANG-INI NUMERIC
                       AND WS-DOS-AR-ANG-FIM NUMERIC
                        IF WS-DOS-AR-VEREDITO = "REJECTED"
                           OR WS-DOS-AR-ANG-FIM NOT > WS-DOS-AR-ANG-INI
                            ADD 1 TO WS-CONT-IGNORADOS
                        ELSE
                            PERFORM P-NOVA-ENTIDADE THRU
                                    P-NOVA-ENTIDADE-FIM
                        END-IF
                        IF WS-SUB-E > ZERO
                            MOVE WS-DOS-AR-PENA TO WS-EN-PENA
                                                   (WS-LADO, WS-SUB-E)
                            MOVE WS-DOS-AR-CX TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE WS-DOS-AR-CY TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE WS-DOS-AR-RAIO TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE WS-DOS-AR-ANG-INI TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            MOVE WS-DOS-AR-ANG-FIM TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 5)
                        END-IF
                    ELSE
                        MOVE "CAMPO NUMERICO DE AR INVALIDO" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "PH"
                    IF WS-DOS-PH-QTDE NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE WS-DOS-PH-QTDE TO
                                 WS-EN-VT-ESPERADOS (WS-LADO, WS-SUB-E)
                            PERFORM P-ABRE-POLIGONO THRU
                                    P-ABRE-POLIGONO-FIM
                        END-IF
                    ELSE
                        MOVE "QTDE DE VERTICES DO PH INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "PV"
                    IF WS-DOS-PV-X NUMERIC AND WS-DOS-PV-Y NUMERIC
                        MOVE WS-DOS-PV-X TO WS-DESLOC-X
                        MOVE WS-DOS-PV-Y TO WS-DESLOC-Y
                        PERFORM P-CARREGA-VERTICE THRU
                                P-CARREGA-VERTICE-FIM
                    ELSE
                        MOVE "COORDENADA DE PV INVALIDA" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "TX"
                    IF WS-DOS-TX-X NUMERIC AND WS-DOS-TX-Y NUMERIC
                       AND WS-DOS-TX-ALTURA NUMERIC
                       AND WS-DOS-TX-ANGULO NUMERIC
                        PERFORM P-NOVA-ENTIDADE THRU
                                P-NOVA-ENTIDADE-FIM
                        IF WS-SUB-E > ZERO
                            MOVE WS-DOS-TX-PENA TO WS-EN-PENA
                                                   (WS-LADO, WS-SUB-E)
                            MOVE WS-DOS-TX-X TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 1)
                            MOVE WS-DOS-TX-Y TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 2)
                            MOVE WS-DOS-TX-ALTURA TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 3)
                            MOVE WS-DOS-TX-ANGULO TO
                                 WS-EN-V (WS-LADO, WS-SUB-E, 4)
                            MOVE WS-DOS-TX-TEXTO TO
                                 WS-EN-ATRIBUTOS (WS-LADO, WS-SUB-E)
                        END-IF
                    ELSE
                        MOVE "CAMPO NUMERICO DE TX INVALIDO" TO
                             WS-MOTIVO-INVALIDO
                        MOVE "N" TO WS-CAMPOS-VALIDOS
                    END-IF
                WHEN "DT"
                    CONTINUE
                WHEN OTHER
                    MOVE "TIPO DE REGISTRO DESCONHECIDO" TO
                         WS-MOTIVO-INVALIDO
                    MOVE "N" TO WS-CAMPOS-VALIDOS
            END-EVALUATE

            IF WS-DOS-TIPO NOT = "PV"
                MOVE "N" TO WS-EM-POLI-ABERTO (WS-LADO)
                IF WS-DOS-TIPO = "PH" AND WS-SUB-E > ZERO
                   AND WS-CAMPOS-OK
                    MOVE "S" TO WS-EM-POLI-ABERTO (WS-LADO)
                END-IF
            END-IF
            .
       P-CARREGA-DRAWOUT-FIM.

      ****** DH: TITULO E IMAGEM DA EMISSAO; UM SEGUNDO DH COM O MESMO
      ****** ID NO MESMO DECK SOMA OS BLOCOS E E AVISADO
       P-CARREGA-DH.

            MOVE ZERO TO WS-SUB-E

            IF WS-EM-COM-DH (WS-LADO)
                MOVE "DH REPETIDO NO DECK - BLOCOS SOMADOS" TO
                     WS-MOTIVO-INVALIDO
                MOVE "N" TO WS-CAMPOS-VALIDOS
            ELSE
                MOVE "S" TO WS-EM-TEM-DH (WS-LADO)
                MOVE SC-LINHA TO WS-EM-IMAGEM-DH (WS-LADO)
                MOVE DK-DH-TITULO TO WS-EM-TITULO (WS-LADO)
            END-IF
            .
       P-CARREGA-DH-FIM.

      ****** NOVA ENTIDADE NA EMISSAO WS-LADO; TABELA CHEIA DEVOLVE
      ****** WS-SUB-E ZERO E CONTA A ENTIDADE COMO NAO COMPARADA
       P-NOVA-ENTIDADE.

            IF WS-EM-QTDE (WS-LADO) NOT < 2000
                ADD 1 TO WS-EM-EXCEDENTES (WS-LADO)
                MOVE ZERO TO WS-SUB-E
            ELSE
                ADD 1 TO WS-EM-QTDE (WS-LADO)
                MOVE WS-EM-QTDE (WS-LADO) TO WS-SUB-E

                MOVE SC-LINHA (1:2) TO WS-EN-TIPO (WS-LADO, WS-SUB-E)
                MOVE SPACE TO WS-EN-PENA (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-V (WS-LADO, WS-SUB-E, 1)
                             WS-EN-V (WS-LADO, WS-SUB-E, 2)
                             WS-EN-V (WS-LADO, WS-SUB-E, 3)
                             WS-EN-V (WS-LADO, WS-SUB-E, 4)
                             WS-EN-V (WS-LADO, WS-SUB-E, 5)
                             WS-EN-V (WS-LADO, WS-SUB-E, 6)
                MOVE SPACES TO WS-EN-ATRIBUTOS (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-VT-INI (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-VT-QTDE (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-VT-ESPERADOS (WS-LADO, WS-SUB-E)
                MOVE SPACE TO WS-EN-SITUACAO (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-PAR (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-DESLOC-X (WS-LADO, WS-SUB-E)
                MOVE ZERO TO WS-EN-DESLOC-Y (WS-LADO, WS-SUB-E)
                MOVE SC-LINHA TO WS-EN-IMAGEM (WS-LADO, WS-SUB-E)
            END-IF
            .
       P-NOVA-ENTIDADE-FIM.

      ****** EXTREMO MENOR PRIMEIRO - A MESMA RETA EM QUALQUER
      ****** ORIENTACAO FICA COM OS MESMOS V(1) A V(4)
       P-NORMALIZA-RETA.

            IF WS-EN-V (WS-LADO, WS-SUB-E, 1) >
               WS-EN-V (WS-LADO, WS-SUB-E, 3)
               OR (WS-EN-V (WS-LADO, WS-SUB-E, 1) =
                   WS-EN-V (WS-LADO, WS-SUB-E, 3) AND
                   WS-EN-V (WS-LADO, WS-SUB-E, 2) >
                   WS-EN-V (WS-LADO, WS-SUB-E, 4))
                MOVE WS-EN-V (WS-LADO, WS-SUB-E, 1) TO WS-TROCA
                MOVE WS-EN-V (WS-LADO, WS-SUB-E, 3) TO
                     WS-EN-V (WS-LADO, WS-SUB-E, 1)
                MOVE WS-TROCA TO WS-EN-V (WS-LADO, WS-SUB-E, 3)
                MOVE WS-EN-V (WS-LADO, WS-SUB-E, 2) TO WS-TROCA
                MOVE WS-EN-V (WS-LADO, WS-SUB-E, 4) TO
                     WS-EN-V (WS-LADO, WS-SUB-E, 2)
                MOVE WS-TROCA TO WS-EN-V (WS-LADO, WS-SUB-E, 4)
            END-IF
            .
       P-NORMALIZA-RETA-FIM.

      ****** O ANEL COMECA NO PROXIMO VERTICE LIVRE DA EMISSAO; V(1)
      ****** E V(2) RECEBEM O PRIMEIRO VERTICE E V(3) A CONTAGEM
       P-ABRE-POLIGONO.

            COMPUTE WS-EN-VT-INI (WS-LADO, WS-SUB-E) =
                WS-EM-VT-QTDE (WS-LADO) + 1
            .
       P-ABRE-POLIGONO-FIM.

      ****** VERTICE (X/Y EM WS-DESLOC-X/Y) DO ULTIMO PH ABERTO; SEM
      ****** PH, ALEM DA CONTAGEM DO PH OU COM A TABELA DE VERTICES
      ****** CHEIA O VERTICE NAO ENTRA - NO ULTIMO CASO O POLIGONO
      ****** INTEIRO SAI DA COMPARACAO (CONTADO COMO NAO COMPARADO)
       P-CARREGA-VERTICE.

            MOVE WS-EM-QTDE (WS-LADO) TO WS-SUB-E

            IF NOT WS-EM-COM-POLIGONO (WS-LADO)
                IF WS-EM-EXCEDENTES (WS-LADO) = ZERO
                    MOVE "VERTICE FORA DE POLIGONO" TO
                         WS-MOTIVO-INVALIDO
                    MOVE "N" TO WS-CAMPOS-VALIDOS
                END-IF
            ELSE
             IF WS-EN-VT-QTDE (WS-LADO, WS-SUB-E) NOT <
                WS-EN-VT-ESPERADOS (WS-LADO, WS-SUB-E)
                MOVE "VERTICE ALEM DA QTDE DO PH" TO
                     WS-MOTIVO-INVALIDO
                MOVE "N" TO WS-CAMPOS-VALIDOS
             ELSE
              IF WS-EM-VT-QTDE (WS-LADO) NOT < 8000
                 MOVE WS-EN-VT-INI (WS-LADO, WS-SUB-E) TO
                      WS-SUB-VT
                 SUBTRACT 1 FROM WS-SUB-VT
                 MOVE WS-SUB-VT TO WS-EM-VT-QTDE (WS-LADO)
                 SUBTRACT 1 FROM WS-EM-QTDE (WS-LADO)
                 ADD 1 TO WS-EM-EXCEDENTES (WS-LADO)
                 MOVE "N" TO WS-EM-POLI-ABERTO (WS-LADO)
              ELSE
                 ADD 1 TO WS-EM-VT-QTDE (WS-LADO)
                 MOVE WS-EM-VT-QTDE (WS-LADO) TO WS-SUB-VT
                 MOVE WS-DESLOC-X TO WS-VT-X (WS-LADO, WS-SUB-VT)
                 MOVE WS-DESLOC-Y TO WS-VT-Y (WS-LADO, WS-SUB-VT)
                 MOVE SC-LINHA TO WS-VT-IMAGEM (WS-LADO, WS-SUB-VT)

                 ADD 1 TO WS-EN-VT-QTDE (WS-LADO, WS-SUB-E)
                 MOVE WS-EN-VT-QTDE (WS-LADO, WS-SUB-E) TO
                      WS-EN-V (WS-LADO, WS-SUB-E, 3)

                 IF WS-EN-VT-QTDE (WS-LADO, WS-SUB-E) = 1
                     MOVE WS-DESLOC-X TO WS-EN-V (WS-LADO, WS-SUB-E, 1)
                     MOVE WS-DESLOC-Y TO WS-EN-V (WS-LADO, WS-SUB-E, 2)
                 END-IF
              END-IF
             END-IF
            END-IF
            .
       P-CARREGA-VERTICE-FIM.

      ******************************************************************
      * FECHAMENTO DO DESENHO - PRIMEIRO CASA AS ENTIDADES IGUAIS
      * (DENTRO DA TOLERANCIA, SEM DESLOCAMENTO), DEPOIS AS DE MESMA
      * FORMA TRANSLADADAS (MOVIDAS); O QUE SOBRA NA NOVA EMISSAO FOI
      * INCLUIDO E O QUE SOBRA NA ANTERIOR FOI EXCLUIDO.
      ******************************************************************

       P-FECHA-GRUPO.

            ADD 1 TO WS-CONT-DESENHOS

            MOVE ZERO TO WS-DES-INALTERADAS
            MOVE ZERO TO WS-DES-MOVIDAS
            MOVE ZERO TO WS-DES-INCLUIDAS
            MOVE ZERO TO WS-DES-EXCLUIDAS
            MOVE ZERO TO WS-DES-DELTA
            COMPUTE WS-DES-NAO-COMPARADAS =
                WS-EM-EXCEDENTES (1) + WS-EM-EXCEDENTES (2)

            PERFORM P-CASA-INALTERADA THRU P-CASA-INALTERADA-FIM
                VARYING WS-SUB-B FROM 1 BY 1
                UNTIL WS-SUB-B > WS-EM-QTDE (2)

            PERFORM P-CASA-MOVIDA THRU P-CASA-MOVIDA-FIM
                VARYING WS-SUB-B FROM 1 BY 1
                UNTIL WS-SUB-B > WS-EM-QTDE (2)

            PERFORM P-MARCA-INCLUIDA THRU P-MARCA-INCLUIDA-FIM
                VARYING WS-SUB-B FROM 1 BY 1
                UNTIL WS-SUB-B > WS-EM-QTDE (2)

            PERFORM P-MARCA-EXCLUIDA THRU P-MARCA-EXCLUIDA-FIM
                VARYING WS-SUB-A FROM 1 BY 1
                UNTIL WS-SUB-A > WS-EM-QTDE (1)

            EVALUATE TRUE
                WHEN NOT WS-EM-COM-DH (1)
                    MOVE "INCLUIDO" TO WS-DES-SITUACAO
                    ADD 1 TO WS-CONT-DES-INCLUIDOS
                WHEN NOT WS-EM-COM-DH (2)
                    MOVE "EXCLUIDO" TO WS-DES-SITUACAO
                    ADD 1 TO WS-CONT-DES-EXCLUIDOS
                WHEN WS-DES-MOVIDAS > ZERO
                  OR WS-DES-INCLUIDAS > ZERO
                  OR WS-DES-EXCLUIDAS > ZERO
                  OR WS-EM-TITULO (1) NOT = WS-EM-TITULO (2)
                    MOVE "ALTERADO" TO WS-DES-SITUACAO
                    ADD 1 TO WS-CONT-DES-ALTERADOS
                WHEN OTHER
                    MOVE "INALTERADO" TO WS-DES-SITUACAO
                    ADD 1 TO WS-CONT-DES-INALTERADOS
            END-EVALUATE

            IF WS-EM-COM-DH (2)
               AND (WS-DES-MOVIDAS > ZERO OR WS-DES-INCLUIDAS > ZERO)
                PERFORM P-GRAVA-DELTA THRU P-GRAVA-DELTA-FIM
            END-IF

            PERFORM P-RELATA-DESENHO THRU P-RELATA-DESENHO-FIM

            ADD WS-DES-INALTERADAS TO WS-CONT-INALTERADAS
            ADD WS-DES-MOVIDAS TO WS-CONT-MOVIDAS
            ADD WS-DES-INCLUIDAS TO WS-CONT-INCLUIDAS
            ADD WS-DES-EXCLUIDAS TO WS-CONT-EXCLUIDAS
            ADD WS-DES-NAO-COMPARADAS TO WS-CONT-NAO-COMPARADAS

            MOVE "N" TO WS-GRUPO-EM-CURSO
            .
       P-FECHA-GRUPO-FIM.

      ****** PASSO 1: PRIMEIRA ENTIDADE LIVRE DA EMISSAO ANTERIOR QUE
      ****** CONFERE SEM DESLOCAMENTO
       P-CASA-INALTERADA.

            MOVE "N" TO WS-PAR-ACHADO
            MOVE ZERO TO WS-DESLOC-X
            MOVE ZERO TO WS-DESLOC-Y

            PERFORM P-TENTA-INALTERADA THRU P-TENTA-INALTERADA-FIM
                VARYING WS-SUB-A FROM 1 BY 1
                UNTIL WS-SUB-A > WS-EM-QTDE (1)
                   OR WS-PAR-ENCONTRADO
            .
       P-CASA-INALTERADA-FIM.

       P-TENTA-INALTERADA.

            IF WS-EN-LIVRE (1, WS-SUB-A)
               AND WS-EN-TIPO (1, WS-SUB-A) = WS-EN-TIPO (2, WS-SUB-B)
               AND WS-EN-PENA (1, WS-SUB-A) = WS-EN-PENA (2, WS-SUB-B)
               AND WS-EN-ATRIBUTOS (1, WS-SUB-A) =
                   WS-EN-ATRIBUTOS (2, WS-SUB-B)
                PERFORM P-COMPARA-PAR THRU P-COMPARA-PAR-FIM

                IF WS-PAR-OK
                    MOVE "S" TO WS-PAR-ACHADO
                    MOVE "I" TO WS-EN-SITUACAO (1, WS-SUB-A)
                    MOVE "I" TO WS-EN-SITUACAO (2, WS-SUB-B)
                    MOVE WS-SUB-B TO WS-EN-PAR (1, WS-SUB-A)
                    MOVE WS-SUB-A TO WS-EN-PAR (2, WS-SUB-B)
                    ADD 1 TO WS-DES-INALTERADAS
                END-IF
            END-IF
            .
       P-TENTA-INALTERADA-FIM.

      ****** PASSO 2: ENTIDADE AINDA LIVRE NA NOVA EMISSAO CONTRA AS
      ****** LIVRES DA ANTERIOR, COM O DESLOCAMENTO DADO PELO PRIMEIRO
      ****** PONTO (V(1), V(2)) DAS DUAS
       P-CASA-MOVIDA.

            IF WS-EN-LIVRE (2, WS-SUB-B)
                MOVE "N" TO WS-PAR-ACHADO

                PERFORM P-TENTA-MOVIDA THRU P-TENTA-MOVIDA-FIM
                    VARYING WS-SUB-A FROM 1 BY 1
                    UNTIL WS-SUB-A > WS-EM-QTDE (1)
                       OR WS-PAR-ENCONTRADO
            END-IF
            .
       P-CASA-MOVIDA-FIM.

       P-TENTA-MOVIDA.

            IF WS-EN-LIVRE (1, WS-SUB-A)
               AND WS-EN-TIPO (1, WS-SUB-A) = WS-EN-TIPO (2, WS-SUB-B)
               AND WS-EN-PENA (1, WS-SUB-A) = WS-EN-PENA (2, WS-SUB-B)
               AND WS-EN-ATRIBUTOS (1, WS-SUB-A) =
                   WS-EN-ATRIBUTOS (2, WS-SUB-B)
                COMPUTE WS-DESLOC-X =
                    WS-EN-V (2, WS-SUB-B, 1) - WS-EN-V (1, WS-SUB-A, 1)
                COMPUTE WS-DESLOC-Y =
                    WS-EN-V (2, WS-SUB-B, 2) - WS-EN-V (1, WS-SUB-A, 2)

                PERFORM P-COMPARA-PAR THRU P-COMPARA-PAR-FIM

                IF WS-PAR-OK
                    MOVE "S" TO WS-PAR-ACHADO
                    MOVE "M" TO WS-EN-SITUACAO (1, WS-SUB-A)
                    MOVE "M" TO WS-EN-SITUACAO (2, WS-SUB-B)
                    MOVE WS-SUB-B TO WS-EN-PAR (1, WS-SUB-A)
                    MOVE WS-SUB-A TO WS-EN-PAR (2, WS-SUB-B)
                    MOVE WS-DESLOC-X TO WS-EN-DESLOC-X (2, WS-SUB-B)
                    MOVE WS-DESLOC-Y TO WS-EN-DESLOC-Y (2, WS-SUB-B)
                    ADD 1 TO WS-DES-MOVIDAS
                END-IF
            END-IF
            .
       P-TENTA-MOVIDA-FIM.

       P-MARCA-INCLUIDA.

            IF WS-EN-LIVRE (2, WS-SUB-B)
                MOVE "N" TO WS-EN-SITUACAO (2, WS-SUB-B)
                ADD 1 TO WS-DES-INCLUIDAS
            END-IF
            .
       P-MARCA-INCLUIDA-FIM.

       P-MARCA-EXCLUIDA.

            IF WS-EN-LIVRE (1, WS-SUB-A)
                MOVE "E" TO WS-EN-SITUACAO (1, WS-SUB-A)
                ADD 1 TO WS-DES-EXCLUIDAS
            END-IF
            .
       P-MARCA-EXCLUIDA-FIM.

      ******************************************************************
      * COMPARACAO DE UM PAR (ANTERIOR WS-SUB-A, NOVA WS-SUB-B) COM O
      * DESLOCAMENTO WS-DESLOC-X/Y: CADA VALOR X OU Y DA NOVA MENOS O
      * DA ANTERIOR MENOS O DESLOCAMENTO, E CADA ESCALAR (RAIO,
      * ANGULO, ALTURA, CONTAGEM) MENOS O DA ANTERIOR, TEM DE FICAR
      * DENTRO DA TOLERANCIA; NO POLIGONO, VERTICE A VERTICE TAMBEM.
      ******************************************************************

       P-COMPARA-PAR.

            MOVE "S" TO WS-PAR-CONFERE

            EVALUATE WS-EN-TIPO (2, WS-SUB-B)
                WHEN "LD"
                    MOVE "XYXY  " TO WS-CLASSE
                WHEN "HT"
                    MOVE "XYXY  " TO WS-CLASSE
                WHEN "CI"
                    MOVE "XYS   " TO WS-CLASSE
                WHEN "AR"
                    MOVE "XYSSS " TO WS-CLASSE
                WHEN "PH"
                    MOVE "XYS   " TO WS-CLASSE
                WHEN "TX"
                    MOVE "XYSS  " TO WS-CLASSE
                WHEN OTHER
                    MOVE SPACES TO WS-CLASSE
            END-EVALUATE

            PERFORM P-COMPARA-VALOR THRU P-COMPARA-VALOR-FIM
                VARYING WS-SUB-V FROM 1 BY 1
                UNTIL WS-SUB-V > 6
                   OR NOT WS-PAR-OK

            IF WS-PAR-OK AND WS-EN-TIPO (2, WS-SUB-B) = "PH"
                PERFORM P-COMPARA-VERTICE THRU P-COMPARA-VERTICE-FIM
                    VARYING WS-SUB-K FROM 1 BY 1
                    UNTIL WS-SUB-K > WS-EN-VT-QTDE (2, WS-SUB-B)
                       OR NOT WS-PAR-OK
            END-IF
            .
       P-COMPARA-PAR-FIM.

       P-COMPARA-VALOR.

            EVALUATE WS-CLASSE (WS-SUB-V:1)
                WHEN "X"
                    COMPUTE WS-DIFERENCA =
                        WS-EN-V (2, WS-SUB-B, WS-SUB-V) -
                        WS-EN-V (1, WS-SUB-A, WS-SUB-V) - WS-DESLOC-X
                WHEN "Y"
                    COMPUTE WS-DIFERENCA =
                        WS-EN-V (2, WS-SUB-B, WS-SUB-V) -
                        WS-EN-V (1, WS-SUB-A, WS-SUB-V) - WS-DESLOC-Y
                WHEN "S"
                    COMPUTE WS-DIFERENCA =
                        WS-EN-V (2, WS-SUB-B, WS-SUB-V) -
                        WS-EN-V (1, WS-SUB-A, WS-SUB-V)
                WHEN OTHER
                    MOVE ZERO TO WS-DIFERENCA
            END-EVALUATE

            PERFORM P-CONFERE-DIFERENCA THRU P-CONFERE-DIFERENCA-FIM
            .
       P-COMPARA-VALOR-FIM.

       P-COMPARA-VERTICE.

            COMPUTE WS-SUB-VA =
                WS-EN-VT-INI (1, WS-SUB-A) + WS-SUB-K - 1
            COMPUTE WS-SUB-VB =
                WS-EN-VT-INI (2, WS-SUB-B) + WS-SUB-K - 1

            COMPUTE WS-DIFERENCA =
                WS-VT-X (2, WS-SUB-VB) - WS-VT-X (1, WS-SUB-VA)
                - WS-DESLOC-X
            PERFORM P-CONFERE-DIFERENCA THRU P-CONFERE-DIFERENCA-FIM

            COMPUTE WS-DIFERENCA =
                WS-VT-Y (2, WS-SUB-VB) - WS-VT-Y (1, WS-SUB-VA)
                - WS-DESLOC-Y
            PERFORM P-CONFERE-DIFERENCA THRU P-CONFERE-DIFERENCA-FIM
            .
       P-COMPARA-VERTICE-FIM.

       P-CONFERE-DIFERENCA.

            IF WS-DIFERENCA < ZERO
                COMPUTE WS-DIFERENCA = ZERO - WS-DIFERENCA
            END-IF

            IF WS-DIFERENCA > WS-CTL-TOLER-NUM
                MOVE "N" TO WS-PAR-CONFERE
            END-IF
            .
       P-CONFERE-DIFERENCA-FIM.

      ******************************************************************
      * DECK DELTA - DH DA NOVA EMISSAO, AS ENTIDADES INCLUIDAS E
      * MOVIDAS (O POLIGONO COM O SEU ANEL) E UM DT COM A CONTAGEM DE
      * DETALHES GRAVADOS (PV E HT NAO CONTAM, COMO NO RECORTE).
      ******************************************************************

       P-GRAVA-DELTA.

            MOVE WS-EM-IMAGEM-DH (2) TO WS-LINHA-CARGA
            PERFORM P-ESCREVE-DELTA THRU P-ESCREVE-DELTA-FIM

            PERFORM P-DELTA-ENTIDADE THRU P-DELTA-ENTIDADE-FIM
                VARYING WS-SUB-B FROM 1 BY 1
                UNTIL WS-SUB-B > WS-EM-QTDE (2)

            MOVE WS-DES-DELTA TO WS-DT-QTDE
            MOVE WS-DELTA-TRAILER TO WS-LINHA-CARGA
            PERFORM P-ESCREVE-DELTA THRU P-ESCREVE-DELTA-FIM
            .
       P-GRAVA-DELTA-FIM.

       P-DELTA-ENTIDADE.

            IF WS-EN-INCLUIDA (2, WS-SUB-B)
               OR WS-EN-MOVIDA (2, WS-SUB-B)
                MOVE WS-EN-IMAGEM (2, WS-SUB-B) TO WS-LINHA-CARGA
                PERFORM P-ESCREVE-DELTA THRU P-ESCREVE-DELTA-FIM

                IF WS-EN-TIPO (2, WS-SUB-B) NOT = "HT"
                    ADD 1 TO WS-DES-DELTA
                END-IF

                IF WS-EN-TIPO (2, WS-SUB-B) = "PH"
                    PERFORM P-DELTA-VERTICE THRU P-DELTA-VERTICE-FIM
                        VARYING WS-SUB-K FROM 1 BY 1
                        UNTIL WS-SUB-K > WS-EN-VT-QTDE (2, WS-SUB-B)
                END-IF
            END-IF
            .
       P-DELTA-ENTIDADE-FIM.

       P-DELTA-VERTICE.

            COMPUTE WS-SUB-VB =
                WS-EN-VT-INI (2, WS-SUB-B) + WS-SUB-K - 1
            MOVE WS-VT-IMAGEM (2, WS-SUB-VB) TO WS-LINHA-CARGA
            PERFORM P-ESCREVE-DELTA THRU P-ESCREVE-DELTA-FIM
            .
       P-DELTA-VERTICE-FIM.

       P-ESCREVE-DELTA.

            IF WS-FONTE-DRAWIN
                MOVE WS-LINHA-CARGA TO DL-LINHA-DRAWIN
                WRITE DL-LINHA-DRAWIN
            ELSE
                MOVE WS-LINHA-CARGA TO DL-LINHA-DRAWOUT
                WRITE DL-LINHA-DRAWOUT
            END-IF

            ADD 1 TO WS-CONT-DELTA
            .
       P-ESCREVE-DELTA-FIM.

      ******************************************************************
      * RELATORIO DO DESENHO - CABECALHO, ENTIDADES DA NOVA EMISSAO NA
      * ORDEM DO DECK (COM O PAR DA ANTERIOR), DEPOIS AS EXCLUIDAS DA
      * ANTERIOR, E OS TOTAIS. COM LISTAR=ALTERACOES AS INALTERADAS
      * NAO SAO LISTADAS.
      ******************************************************************

       P-RELATA-DESENHO.

            MOVE WS-GRUPO-ID TO WS-LD-ID
            MOVE WS-EM-TITULO (1) TO WS-LD-TITULO-ANT
            MOVE WS-EM-TITULO (2) TO WS-LD-TITULO-NOV
            MOVE WS-DES-SITUACAO TO WS-LD-SITUACAO
            MOVE WS-LINHA-DESENHO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE WS-LINHA-CAB-ENTIDADE TO RPT-LINHA
            WRITE RPT-LINHA

            PERFORM P-RELATA-NOVA THRU P-RELATA-NOVA-FIM
                VARYING WS-SUB-B FROM 1 BY 1
                UNTIL WS-SUB-B > WS-EM-QTDE (2)

            PERFORM P-RELATA-EXCLUIDA THRU P-RELATA-EXCLUIDA-FIM
                VARYING WS-SUB-A FROM 1 BY 1
                UNTIL WS-SUB-A > WS-EM-QTDE (1)

            IF WS-DES-NAO-COMPARADAS > ZERO
                MOVE SPACES TO WS-LA-TEXTO
                STRING "ATENCAO: CAPACIDADE DA COMPARACAO EXCEDIDA "
                       "(2000 ENTIDADES / 8000 VERTICES POR EMISSAO)"
                       " - ENTIDADES NAO COMPARADAS."
                       DELIMITED BY SIZE INTO WS-LA-TEXTO
                END-STRING
                MOVE WS-LINHA-AVISO TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF

            MOVE WS-DES-INALTERADAS TO WS-LT-INALTERADAS
            MOVE WS-DES-MOVIDAS TO WS-LT-MOVIDAS
            MOVE WS-DES-INCLUIDAS TO WS-LT-INCLUIDAS
            MOVE WS-DES-EXCLUIDAS TO WS-LT-EXCLUIDAS
            MOVE WS-DES-NAO-COMPARADAS TO WS-LT-NAO-COMPARADAS
            MOVE WS-DES-DELTA TO WS-LT-DELTA
            MOVE WS-LINHA-TOTAIS TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-RELATA-DESENHO-FIM.

       P-RELATA-NOVA.

            IF WS-EN-INALTERADA (2, WS-SUB-B) AND WS-LISTA-ALTERACOES
                CONTINUE
            ELSE
                MOVE 2 TO WS-LADO
                MOVE WS-SUB-B TO WS-SUB-E

                EVALUATE TRUE
                    WHEN WS-EN-INALTERADA (2, WS-SUB-B)
                        MOVE "INALTERADA" TO WS-LE-SITUACAO
                    WHEN WS-EN-MOVIDA (2, WS-SUB-B)
                        MOVE "MOVIDA" TO WS-LE-SITUACAO
                    WHEN OTHER
                        MOVE "INCLUIDA" TO WS-LE-SITUACAO
                END-EVALUATE

                MOVE WS-EN-PAR (2, WS-SUB-B) TO WS-LE-SEQ-ANT
                MOVE WS-SUB-B TO WS-LE-SEQ-NOV
                MOVE WS-EN-DESLOC-X (2, WS-SUB-B) TO WS-LE-DESLOC-X
                MOVE WS-EN-DESLOC-Y (2, WS-SUB-B) TO WS-LE-DESLOC-Y

                PERFORM P-RELATA-ENTIDADE THRU P-RELATA-ENTIDADE-FIM
            END-IF
            .
       P-RELATA-NOVA-FIM.

       P-RELATA-EXCLUIDA.

            IF WS-EN-EXCLUIDA (1, WS-SUB-A)
                MOVE 1 TO WS-LADO
                MOVE WS-SUB-A TO WS-SUB-E

                MOVE "EXCLUIDA" TO WS-LE-SITUACAO
                MOVE WS-SUB-A TO WS-LE-SEQ-ANT
                MOVE ZERO TO WS-LE-SEQ-NOV
                MOVE ZERO TO WS-LE-DESLOC-X
                MOVE ZERO TO WS-LE-DESLOC-Y

                PERFORM P-RELATA-ENTIDADE THRU P-RELATA-ENTIDADE-FIM
            END-IF
            .
       P-RELATA-EXCLUIDA-FIM.

      ****** COLUNAS COMUNS DA LINHA (ENTIDADE WS-SUB-E DA EMISSAO
      ****** WS-LADO); NO POLIGONO OS ATRIBUTOS MOSTRAM A HACHURA
       P-RELATA-ENTIDADE.

            MOVE WS-EN-TIPO (WS-LADO, WS-SUB-E) TO WS-LE-TIPO
            MOVE WS-EN-PENA (WS-LADO, WS-SUB-E) TO WS-LE-PENA
            MOVE WS-EN-V (WS-LADO, WS-SUB-E, 1) TO WS-LE-V1
            MOVE WS-EN-V (WS-LADO, WS-SUB-E, 2) TO WS-LE-V2
            MOVE WS-EN-V (WS-LADO, WS-SUB-E, 3) TO WS-LE-V3
            MOVE WS-EN-V (WS-LADO, WS-SUB-E, 4) TO WS-LE-V4
            MOVE WS-EN-ATRIBUTOS (WS-LADO, WS-SUB-E) TO
                 WS-LE-ATRIBUTOS

            MOVE WS-LINHA-ENTIDADE TO RPT-LINHA
            WRITE RPT-LINHA
            .
       P-RELATA-ENTIDADE-FIM.

       P-ENCERRA.

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "REGISTROS LIDOS (DECKANT):  " TO WS-LR-ROTULO
            MOVE WS-CONT-LIDOS-ANT TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "REGISTROS LIDOS (DECKNOV):  " TO WS-LR-ROTULO
            MOVE WS-CONT-LIDOS-NOV TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DESENHOS COMPARADOS:        " TO WS-LR-ROTULO
            MOVE WS-CONT-DESENHOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "  INALTERADOS:              " TO WS-LR-ROTULO
            MOVE WS-CONT-DES-INALTERADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "  ALTERADOS:                " TO WS-LR-ROTULO
            MOVE WS-CONT-DES-ALTERADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "  INCLUIDOS:                " TO WS-LR-ROTULO
            MOVE WS-CONT-DES-INCLUIDOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "  EXCLUIDOS:                " TO WS-LR-ROTULO
            MOVE WS-CONT-DES-EXCLUIDOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ENTIDADES INALTERADAS:      " TO WS-LR-ROTULO
            MOVE WS-CONT-INALTERADAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ENTIDADES MOVIDAS:          " TO WS-LR-ROTULO
            MOVE WS-CONT-MOVIDAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ENTIDADES INCLUIDAS:        " TO WS-LR-ROTULO
            MOVE WS-CONT-INCLUIDAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ENTIDADES EXCLUIDAS:        " TO WS-LR-ROTULO
            MOVE WS-CONT-EXCLUIDAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "ENTIDADES NAO COMPARADAS:   " TO WS-LR-ROTULO
            MOVE WS-CONT-NAO-COMPARADAS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "DETALHES IGNORADOS:         " TO WS-LR-ROTULO
            MOVE WS-CONT-IGNORADOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "REGISTROS INVALIDOS:        " TO WS-LR-ROTULO
            MOVE WS-CONT-INVALIDOS TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE "REGISTROS DO DELTA:         " TO WS-LR-ROTULO
            MOVE WS-CONT-DELTA TO WS-LR-VALOR
            MOVE WS-LINHA-RESUMO TO RPT-LINHA
            WRITE RPT-LINHA

            CLOSE DECK-ANTERIOR
            CLOSE DECK-NOVO
            CLOSE DELTA-FILE
            CLOSE REPORT-FILE

            DISPLAY " "
            DISPLAY "RESUMO DA COMPARACAO DE REVISAO:"
            DISPLAY "DESENHOS:     " WS-CONT-DESENHOS
            DISPLAY "ALTERADOS:    " WS-CONT-DES-ALTERADOS
            DISPLAY "INCLUIDOS:    " WS-CONT-DES-INCLUIDOS
            DISPLAY "EXCLUIDOS:    " WS-CONT-DES-EXCLUIDOS
            DISPLAY "DELTA:        " WS-CONT-DELTA
            DISPLAY "INVALIDOS:    " WS-CONT-INVALIDOS

            EVALUATE TRUE
                WHEN WS-CONT-INVALIDOS > ZERO
                  OR WS-CONT-NAO-COMPARADAS > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-CONT-DES-ALTERADOS > ZERO
                  OR WS-CONT-DES-INCLUIDOS > ZERO
                  OR WS-CONT-DES-EXCLUIDOS > ZERO
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE
            .
       P-ENCERRA-FIM.

       END PROGRAM DRAWCMP.
