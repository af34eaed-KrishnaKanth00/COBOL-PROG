       FD  BDATE-FILE.                                                  00140000
       01  BDATE-RECORD.                                                00150000
           05 BD-BUS-DATE         PIC X(8).                             00160000
           05 BD-CUTOFF           PIC X(4).                             00161000
       FD  HOL-FILE.                                                    00170000
       01  HOL-RECORD.                                                  00180000
           05 HOL-DATE            PIC X(8).                             00190000
