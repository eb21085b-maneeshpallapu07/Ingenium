      *****************************************************************
      **  MEMBER :  ACSRECRX                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE EARLY-CLAIM EXPERIENCE     **
      **            REPORT WRITTEN BY ASBM9528 - TYPE D ROWS BY      **
      **            UNDERWRITING PATH, PLAN AND CHANNEL WITH THE     **
      **            POLICIES ISSUED IN THE CONTESTABLE WINDOW, THE   **
      **            EARLY CLAIMS MATCHED TO THEM AND THE CLAIM RATE  **
      **            PER THOUSAND POLICIES; ONE TYPE T TOTAL ROW.     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
731046**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RECRX-SEQ-REC-INFO.
           05  RECRX-REC-TYP-CD              PIC X(01).
               88  RECRX-REC-TYP-DETAIL            VALUE 'D'.
               88  RECRX-REC-TYP-TOTAL             VALUE 'T'.
           05  RECRX-UW-PATH-CD              PIC X(01).
           05  RECRX-PLAN-ID                 PIC X(15).
           05  RECRX-CHNL-CD                 PIC X(02).
           05  RECRX-ISS-CNT                 PIC 9(07).
           05  RECRX-CLM-CNT                 PIC 9(05).
           05  RECRX-CLM-AMT                 PIC S9(13)V9(02) COMP-3.
           05  RECRX-CLM-RATE                PIC 9(05)V9(02).
           05  RECRX-WNDW-FROM-DT            PIC X(10).
           05  RECRX-WNDW-TO-DT              PIC X(10).
           05  FILLER                        PIC X(34).

      *****************************************************************
      **                 END OF COPYBOOK ACSRECRX                    **
      *****************************************************************
