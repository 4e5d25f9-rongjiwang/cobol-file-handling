      *----------------------------------------------------------------
      *    CTYMSC - SYMBOLIC MAP FOR bms/CTYMSC.bms (MAP CTYMC, CITY
      *    CLAIMS). KEEP IN STEP WITH THE MAP SOURCE.
      *    ONE L/F/I GROUP PER NAMED FIELD ON THE INPUT VIEW, ONE
      *    ATTRIBUTE/O PAIR ON THE OUTPUT VIEW, IN MAP ORDER.
      *----------------------------------------------------------------
       01 CTYMCI.
           05 FILLER         PIC X(12).
           05 CDATEL         PIC S9(4) COMP.
           05 CDATEF         PIC X.
           05 FILLER REDEFINES CDATEF.
               10 CDATEA     PIC X.
           05 CDATEI         PIC X(10).
           05 CKEYL          PIC S9(4) COMP.
           05 CKEYF          PIC X.
           05 FILLER REDEFINES CKEYF.
               10 CKEYA      PIC X.
           05 CKEYI          PIC X(5).
           05 CHEADL         PIC S9(4) COMP.
           05 CHEADF         PIC X.
           05 FILLER REDEFINES CHEADF.
               10 CHEADA     PIC X.
           05 CHEADI         PIC X(79).
           05 CLINED OCCURS 12 TIMES.
               10 CLINEL     PIC S9(4) COMP.
               10 CLINEF     PIC X.
               10 CLINEI     PIC X(79).
           05 CMSGL          PIC S9(4) COMP.
           05 CMSGF          PIC X.
           05 FILLER REDEFINES CMSGF.
               10 CMSGA      PIC X.
           05 CMSGI          PIC X(79).
       01 CTYMCO REDEFINES CTYMCI.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 CDATEO         PIC X(10).
           05 FILLER         PIC X(3).
           05 CKEYO          PIC X(5).
           05 FILLER         PIC X(3).
           05 CHEADO         PIC X(79).
           05 CLINEOD OCCURS 12 TIMES.
               10 FILLER     PIC X(3).
               10 CLINEO     PIC X(79).
           05 FILLER         PIC X(3).
           05 CMSGO          PIC X(79).
