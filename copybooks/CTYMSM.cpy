      *----------------------------------------------------------------
      *    CTYMSM - SYMBOLIC MAP FOR bms/CTYMSM.bms (MAP CTYMM, CITY
      *    MAINTENANCE). KEEP IN STEP WITH THE MAP SOURCE.
      *    ONE L/F/I GROUP PER NAMED FIELD ON THE INPUT VIEW, ONE
      *    ATTRIBUTE/O PAIR ON THE OUTPUT VIEW, IN MAP ORDER.
      *----------------------------------------------------------------
       01 CTYMMI.
           05 FILLER         PIC X(12).
           05 MDATEL         PIC S9(4) COMP.
           05 MDATEF         PIC X.
           05 FILLER REDEFINES MDATEF.
               10 MDATEA     PIC X.
           05 MDATEI         PIC X(10).
           05 MACTL          PIC S9(4) COMP.
           05 MACTF          PIC X.
           05 FILLER REDEFINES MACTF.
               10 MACTA      PIC X.
           05 MACTI          PIC X(1).
           05 MKEYL          PIC S9(4) COMP.
           05 MKEYF          PIC X.
           05 FILLER REDEFINES MKEYF.
               10 MKEYA      PIC X.
           05 MKEYI          PIC X(5).
           05 MCURRL         PIC S9(4) COMP.
           05 MCURRF         PIC X.
           05 FILLER REDEFINES MCURRF.
               10 MCURRA     PIC X.
           05 MCURRI         PIC X(66).
           05 MNAMEL         PIC S9(4) COMP.
           05 MNAMEF         PIC X.
           05 FILLER REDEFINES MNAMEF.
               10 MNAMEA     PIC X.
           05 MNAMEI         PIC X(12).
           05 MTYPEL         PIC S9(4) COMP.
           05 MTYPEF         PIC X.
           05 FILLER REDEFINES MTYPEF.
               10 MTYPEA     PIC X.
           05 MTYPEI         PIC X(5).
           05 MCODEL         PIC S9(4) COMP.
           05 MCODEF         PIC X.
           05 FILLER REDEFINES MCODEF.
               10 MCODEA     PIC X.
           05 MCODEI         PIC X(6).
           05 MEXPDL         PIC S9(4) COMP.
           05 MEXPDF         PIC X.
           05 FILLER REDEFINES MEXPDF.
               10 MEXPDA     PIC X.
           05 MEXPDI         PIC X(8).
           05 MPENDL         PIC S9(4) COMP.
           05 MPENDF         PIC X.
           05 FILLER REDEFINES MPENDF.
               10 MPENDA     PIC X.
           05 MPENDI         PIC X(66).
           05 MPND2L         PIC S9(4) COMP.
           05 MPND2F         PIC X.
           05 FILLER REDEFINES MPND2F.
               10 MPND2A     PIC X.
           05 MPND2I         PIC X(66).
           05 MMSGL          PIC S9(4) COMP.
           05 MMSGF          PIC X.
           05 FILLER REDEFINES MMSGF.
               10 MMSGA      PIC X.
           05 MMSGI          PIC X(79).
       01 CTYMMO REDEFINES CTYMMI.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 MDATEO         PIC X(10).
           05 FILLER         PIC X(3).
           05 MACTO          PIC X(1).
           05 FILLER         PIC X(3).
           05 MKEYO          PIC X(5).
           05 FILLER         PIC X(3).
           05 MCURRO         PIC X(66).
           05 FILLER         PIC X(3).
           05 MNAMEO         PIC X(12).
           05 FILLER         PIC X(3).
           05 MTYPEO         PIC X(5).
           05 FILLER         PIC X(3).
           05 MCODEO         PIC X(6).
           05 FILLER         PIC X(3).
           05 MEXPDO         PIC X(8).
           05 FILLER         PIC X(3).
           05 MPENDO         PIC X(66).
           05 FILLER         PIC X(3).
           05 MPND2O         PIC X(66).
           05 FILLER         PIC X(3).
           05 MMSGO          PIC X(79).
