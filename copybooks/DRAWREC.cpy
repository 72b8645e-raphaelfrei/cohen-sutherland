      *           from the positive X axis, end greater than start,
      *           span at most 360. Each drawable detail carries the
      *           pen/layer code (1-8) that follows it through
      *           DRAWOUT into the plot deck. The polygon header may
      *           carry a hatch: pattern code (spaces/00 none, 01
      *           parallel lines, 02 cross-hatch at the angle and 90
      *           degrees to it), line spacing in world units, angle
      *           in degrees from the X axis (-360 to 360) and pen
      *           (1-8). The hatch lines are generated by the clip
      *           inside the clipped outline and written to DRAWOUT
      *           as HT strokes; they are not details of the input
      *           deck, so the DT count does not include them.
      *           The text detail (TX) carries a label: anchor point
      *           (lower left of the first character), character
      *           height in world units, rotation in degrees from the
      *           X axis (-360 to 360), pen and up to 32 characters of
      *           text. For the bounding box a character cell is
      *           taken as 0,8 of the height wide. A label is never
      *           cut: the clip keeps it whole, drops it or suspends
      *           it.
      ******************************************************************
       01 DK-REGISTRO-DECK.
           05 DK-TIPO            PIC X(02).
               88 DK-TIPO-ARCO            VALUE "AR".
               88 DK-TIPO-CAB-POLIGONO    VALUE "PH".
               88 DK-TIPO-VERTICE         VALUE "PV".
               88 DK-TIPO-TEXTO           VALUE "TX".
               88 DK-TIPO-TRAILER         VALUE "DT".
           05 DK-DADOS           PIC X(64).
           05 DK-DADOS-DESENHO REDEFINES DK-DADOS.
               10 DK-DH-ID       PIC X(08).
               10 DK-DH-TITULO   PIC X(20).
               10 FILLER         PIC X(36).
           05 DK-DADOS-LINHA REDEFINES DK-DADOS.
               10 DK-LD-X1       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-LD-Y1       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-LD-X2       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-LD-Y2       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-LD-PENA     PIC 9(01).
               10 FILLER         PIC X(31).
           05 DK-DADOS-CIRCULO REDEFINES DK-DADOS.
               10 DK-CI-CX       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-CI-CY       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-CI-RAIO     PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-CI-PENA     PIC 9(01).
               10 FILLER         PIC X(39).
           05 DK-DADOS-ARCO REDEFINES DK-DADOS.
               10 DK-AR-CX       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-AR-CY       PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-AR-ANG-INI  PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 DK-AR-ANG-FIM  PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 DK-AR-PENA     PIC 9(01).
               10 FILLER         PIC X(27).
           05 DK-DADOS-CAB-POLI REDEFINES DK-DADOS.
               10 DK-PH-QTDE-VERTICES PIC 9(02).
               10 DK-PH-HACH-PADRAO PIC X(02).
                   88 DK-PH-SEM-HACHURA    VALUE SPACES "00".
                   88 DK-PH-HACHURA-VALIDA VALUE SPACES "00"
                                                 "01" "02".
               10 DK-PH-HACH-ESPACO PIC S9(05)V99
                                    SIGN LEADING SEPARATE.
               10 DK-PH-HACH-ANGULO PIC S9(03)V99
                                    SIGN LEADING SEPARATE.
               10 DK-PH-HACH-PENA PIC 9(01).
               10 FILLER         PIC X(45).
           05 DK-DADOS-VERTICE REDEFINES DK-DADOS.
               10 DK-PV-X        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-PV-Y        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 FILLER         PIC X(48).
           05 DK-DADOS-TEXTO REDEFINES DK-DADOS.
               10 DK-TX-X        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-TX-Y        PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-TX-ALTURA   PIC S9(05)V99 SIGN LEADING SEPARATE.
               10 DK-TX-ANGULO   PIC S9(03)V99 SIGN LEADING SEPARATE.
               10 DK-TX-PENA     PIC 9(01).
               10 DK-TX-TEXTO    PIC X(32).
               10 FILLER         PIC X(01).
           05 DK-DADOS-TRAILER REDEFINES DK-DADOS.
               10 DK-DT-QTDE-DETALHES PIC 9(05).
               10 FILLER         PIC X(59).
