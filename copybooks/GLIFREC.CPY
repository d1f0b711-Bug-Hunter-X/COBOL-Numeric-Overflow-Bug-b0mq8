           05  GLIF-CREDIT-TOTAL           PIC S9(15)V99.
           05  GLIF-DEBIT-COUNT            PIC 9(09).
           05  GLIF-CREDIT-COUNT           PIC 9(09).
      *>  Spaces except on a prior-period adjustment line (type *P):
      *>  the year and month of the closed period the adjustment was
      *>  made against, so the period close that takes it in can say
      *>  which earlier period each adjustment belongs to.
           05  GLIF-ADJ-PERIOD             PIC X(06).
           05  FILLER                      PIC X(01).
