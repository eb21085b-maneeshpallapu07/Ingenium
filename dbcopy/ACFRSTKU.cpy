      *****************************************************************
      **  MEMBER :  ACFRSTKU                                         **
      **  REMARKS:  APPLICATION STICKER USAGE TABLE LAYOUT. ONE ROW  **
      **            PER COMPANY AND PRE-PRINTED APPLICATION STICKER  **
      **            NUMBER (STCKR-ID) THE FIRST TIME THE STICKER IS  **
      **            SEEN AT IMPORT, CARRYING THE APPLICATION IT WAS  **
      **            USED ON AND THE SALES OFFICE THAT SUBMITTED IT.  **
      **            WRITTEN BY ASRUSTKR; BROWSED BY ASBM9503 FOR THE **
      **            UNUSED STICKER REPORT.                           **
      **  LENGTH :  45                                               **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
756318**  15OCT26  DEV  CREATED FOR STICKER INVENTORY AND            **
756318**                RECONCILIATION                               **
      *****************************************************************

       01  RSTKU-REC-INFO.
           05  RSTKU-KEY.
               10  RSTKU-CO-ID                  PIC X(02).
               10  RSTKU-STCKR-ID               PIC X(11).
           05  RSTKU-APP-ID                     PIC X(15).
           05  RSTKU-SO-NUM                     PIC X(03).
           05  RSTKU-USE-DT                     PIC X(10).
           05  RSTKU-SRC-TBL-ID                 PIC X(04).

      *****************************************************************
      **                 END OF COPYBOOK ACFRSTKU                    **
      *****************************************************************
