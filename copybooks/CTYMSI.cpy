      *----------------------------------------------------------------
      *    CTYMSI - SYMBOLIC MAP FOR bms/CTYMSI.bms (MAP CTYMI, CITY
      *    INQUIRY). KEEP IN STEP WITH THE MAP SOURCE.
      *    ONE L/F/I GROUP PER NAMED FIELD ON THE INPUT VIEW, ONE
      *    ATTRIBUTE/O PAIR ON THE OUTPUT VIEW, IN MAP ORDER.
      *----------------------------------------------------------------
       01 CTYMII.
           05 FILLER         PIC X(12).
           05 IDATEL         PIC S9(4) COMP.
           05 IDATEF         PIC X.
           05 FILLER REDEFINES IDATEF.
               10 IDATEA     PIC X.
           05 IDATEI         PIC X(10).
           05 IKEYL          PIC S9(4) COMP.
           05 IKEYF          PIC X.
           05 FILLER REDEFINES IKEYF.
               10 IKEYA      PIC X.
           05 IKEYI          PIC X(5).
           05 INAMEL         PIC S9(4) COMP.
           05 INAMEF         PIC X.
           05 FILLER REDEFINES INAMEF.
               10 INAMEA     PIC X.
           05 INAMEI         PIC X(12).
           05 IDETLL         PIC S9(4) COMP.
           05 IDETLF         PIC X.
           05 FILLER REDEFINES IDETLF.
               10 IDETLA     PIC X.
           05 IDETLI         PIC X(79).
           05 ILINED OCCURS 12 TIMES.
               10 ILINEL     PIC S9(4) COMP.
               10 ILINEF     PIC X.
               10 ILINEI     PIC X(79).
           05 IMSGL          PIC S9(4) COMP.
           05 IMSGF          PIC X.
           05 FILLER REDEFINES IMSGF.
               10 IMSGA      PIC X.
           05 IMSGI          PIC X(79).
       01 CTYMIO REDEFINES CTYMII.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 IDATEO         PIC X(10).
           05 FILLER         PIC X(3).
           05 IKEYO          PIC X(5).
           05 FILLER         PIC X(3).
           05 INAMEO         PIC X(12).
           05 FILLER         PIC X(3).
           05 IDETLO         PIC X(79).
           05 ILINEOD OCCURS 12 TIMES.
               10 FILLER     PIC X(3).
               10 ILINEO     PIC X(79).
           05 FILLER         PIC X(3).
           05 IMSGO          PIC X(79).
