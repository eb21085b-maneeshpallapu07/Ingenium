      *****************************************************************
      **  MEMBER :  ACFRPNRG                                         **
      **  REMARKS:  POLICY NUMBER RANGE TABLE LAYOUT.  ONE ROW PER   **
      **            COMPANY, BUSINESS CLASS (007678 SERIES) AND      **
      **            PARALLEL IMPORT INSTANCE (618204 - SPACES FOR    **
      **            THE SINGLE-INSTANCE SERIES) HOLDING THE NUMBER   **
      **            RANGE ALLOCATED TO THE SERIES AND THE HIGH-WATER **
      **            MARK ISSUED FROM IT.  RANGES ARE HELD AS THE     **
      **            NUMERIC NINE-DIGIT BASE OF THE POLICY NUMBER     **
      **            (CHECK SUFFIX EXCLUDED).  MAINTAINED AND         **
      **            PROJECTED DAILY BY ASBM9502.                     **
      **  LENGTH :  79                                               **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
741962**  15OCT26  DEV  CREATED FOR POLICY NUMBER RANGE INVENTORY    **
      *****************************************************************

       01  RPNRG-REC-INFO.
           05  RPNRG-KEY.
               10  RPNRG-CO-ID                  PIC X(02).
               10  RPNRG-BUS-CLASS-CD           PIC X(01).
               10  RPNRG-INST-ID                PIC X(02).
           05  RPNRG-RNG-LOW-NUM                PIC 9(09).
           05  RPNRG-RNG-HIGH-NUM               PIC 9(09).
           05  RPNRG-HWM-NUM                    PIC 9(09).
           05  RPNRG-HWM-POL-ID                 PIC X(10).
           05  RPNRG-HWM-UPDT-DT                PIC X(10).
           05  RPNRG-WARN-DAYS                  PIC 9(03).
           05  RPNRG-RNG-STAT-CD                PIC X(01).
               88  RPNRG-RNG-STAT-ACTIVE        VALUE 'A'.
               88  RPNRG-RNG-STAT-EXHAUSTED     VALUE 'E'.
               88  RPNRG-RNG-STAT-CLOSED        VALUE 'C'.
           05  RPNRG-LAST-RPT-DT                PIC X(10).
           05  RPNRG-PROJ-DAYS-LEFT             PIC 9(05).
           05  RPNRG-UPDT-USER-ID               PIC X(08).

      *****************************************************************
      **                 END OF COPYBOOK ACFRPNRG                    **
      *****************************************************************
