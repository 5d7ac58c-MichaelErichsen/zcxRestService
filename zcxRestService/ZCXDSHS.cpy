           05 OLIN06L         PIC S9(4) USAGE COMP.
           05 OLIN06A         PIC X.
           05 OLIN06I         PIC X(76).
           05 OLIN07L         PIC S9(4) USAGE COMP.
           05 OLIN07A         PIC X.
           05 OLIN07I         PIC X(76).
           05 OMSGL           PIC S9(4) USAGE COMP.
           05 OMSGF           PIC X.
           05 OMSGI           PIC X(79).
           05 OLIN05O         PIC X(76).
           05 FILLER          PIC X(3).
           05 OLIN06O         PIC X(76).
           05 FILLER          PIC X(3).
           05 OLIN07O         PIC X(76).
           05 FILLER          PIC X(2).
           05 OMSGA           PIC X.
           05 OMSGO           PIC X(79).
