      *           MASTER; THE SUPERVISOR RELEASE PROGRAM POSTS        *
      *           APPROVED ITEMS AND REJECTS DENIED ONES.  THE        *
      *           CALCULATED SUM AND THE LIMIT THAT TRIPPED ARE       *
      *           CARRIED SO THE REVIEWER SEES BOTH.  THE ENTRY DATE  *
      *           IS THE BUSINESS DATE THE ITEM WAS FIRST HELD AND IS *
      *           KEPT WHEN THE RELEASE CARRIES THE ITEM FORWARD      *
      *****************************************************************
       01  SUS-RECORD.
           05  SUS-COMPANY     PIC X(2).
                               SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(1).
           05  SUS-CURRENCY    PIC X(3).
           05  FILLER          PIC X(1).
           05  SUS-ENTRY-DATE  PIC 9(8).
