      *****************************************************************
      **  MEMBER :  ACSRPDSX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE WORKSITE PAYROLL-DEDUCTION **
      **            SCHEDULE FEED TO EMPLOYERS WRITTEN BY ASBM9510.  **
      **            THE EMPLOYER (LIST-BILL COMPANY) AND GROUP       **
      **            CLIENT LEAD THE RECORD SO THE DISTRIBUTION SORT  **
      **            SPLITS THE FILE ONE PER EMPLOYER.  TYPE A ROWS   **
      **            ADD A NEWLY ISSUED ENROLLEE TO PAYROLL, TYPE R   **
      **            ROWS REMOVE ONE CANCELLED IN FREE LOOK OR NOT    **
      **            TAKEN, AND A TYPE T TRAILER CLOSES THE RUN       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
915872**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RPDSX-SEQ-REC-INFO.
           05  RPDSX-LBILL-CO-ID         PIC X(10).
           05  RPDSX-LBILL-GR-CLI-ID     PIC X(10).
           05  RPDSX-REC-TYP-CD          PIC X(01).
               88  RPDSX-REC-TYP-ADD           VALUE 'A'.
               88  RPDSX-REC-TYP-REMOVE        VALUE 'R'.
               88  RPDSX-REC-TYP-TRAILER       VALUE 'T'.
           05  RPDSX-REC-DATA            PIC X(179).
           05  RPDSX-DETAIL-DATA         REDEFINES RPDSX-REC-DATA.
               10  RPDSX-LBILL-GR-EMP-ID PIC X(10).
               10  RPDSX-LBILL-GR-CD     PIC X(30).
               10  RPDSX-POL-ID          PIC X(10).
               10  RPDSX-APP-ID          PIC X(15).
               10  RPDSX-INSRD-SUR-NM    PIC X(25).
               10  RPDSX-INSRD-GIV-NM    PIC X(25).
               10  RPDSX-MODAL-PREM-AMT  PIC S9(13)V9(02).
               10  RPDSX-PYMT-MODE-CD    PIC X(15).
               10  RPDSX-FIRST-DED-DT    PIC X(10).
               10  RPDSX-RMVL-RSN-CD     PIC X(02).
                   88  RPDSX-RMVL-FREE-LOOK    VALUE 'FL'.
                   88  RPDSX-RMVL-NOT-TAKEN    VALUE 'NT'.
               10  RPDSX-RMVL-EFF-DT     PIC X(10).
               10  FILLER                PIC X(12).
           05  RPDSX-TRAILER-DATA        REDEFINES RPDSX-REC-DATA.
               10  RPDSX-TRL-FROM-DT     PIC X(10).
               10  RPDSX-TRL-TO-DT       PIC X(10).
               10  RPDSX-TRL-ADD-CNT     PIC 9(07).
               10  RPDSX-TRL-RMVL-CNT    PIC 9(07).
               10  FILLER                PIC X(145).

      *****************************************************************
      **                 END OF COPYBOOK ACSRPDSX                    **
      *****************************************************************
