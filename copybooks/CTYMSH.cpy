      *----------------------------------------------------------------
      *    CTYMSH - SYMBOLIC MAP FOR bms/CTYMSH.bms (MAP CTYMH, CITY
      *    CHANGE HISTORY). KEEP IN STEP WITH THE MAP SOURCE.
      *    ONE L/F/I GROUP PER NAMED FIELD ON THE INPUT VIEW, ONE
      *    ATTRIBUTE/O PAIR ON THE OUTPUT VIEW, IN MAP ORDER.
      *----------------------------------------------------------------
       01 CTYMHI.
           05 FILLER         PIC X(12).
           05 HDATEL         PIC S9(4) COMP.
           05 HDATEF         PIC X.
           05 FILLER REDEFINES HDATEF.
               10 HDATEA     PIC X.
           05 HDATEI         PIC X(10).
           05 HKEYL          PIC S9(4) COMP.
           05 HKEYF          PIC X.
           05 FILLER REDEFINES HKEYF.
               10 HKEYA      PIC X.
           05 HKEYI          PIC X(5).
           05 HHEADL         PIC S9(4) COMP.
           05 HHEADF         PIC X.
           05 FILLER REDEFINES HHEADF.
               10 HHEADA     PIC X.
           05 HHEADI         PIC X(79).
           05 HLINED OCCURS 12 TIMES.
               10 HLINEL     PIC S9(4) COMP.
               10 HLINEF     PIC X.
               10 HLINEI     PIC X(79).
           05 HMSGL          PIC S9(4) COMP.
           05 HMSGF          PIC X.
           05 FILLER REDEFINES HMSGF.
               10 HMSGA      PIC X.
           05 HMSGI          PIC X(79).
       01 CTYMHO REDEFINES CTYMHI.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 HDATEO         PIC X(10).
           05 FILLER         PIC X(3).
           05 HKEYO          PIC X(5).
           05 FILLER         PIC X(3).
           05 HHEADO         PIC X(79).
           05 HLINEOD OCCURS 12 TIMES.
               10 FILLER     PIC X(3).
               10 HLINEO     PIC X(79).
           05 FILLER         PIC X(3).
           05 HMSGO          PIC X(79).
