      *****************************************************************
      **  MEMBER :  ACSRMVRI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE INBOUND MOTOR VEHICLE      **
      **            RECORD RESULTS FILE - ONE ROW PER INSURED AS     **
      **            REPORTED BY THE MVR VENDOR, MATCHED TO THE       **
      **            ORDER HISTORY BY APP ID AND CLIENT               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMVRI-SEQ-REC-INFO.
           05  RMVRI-APP-ID                  PIC X(15).
           05  RMVRI-CLI-ID                  PIC X(10).
           05  RMVRI-VENDOR-ID               PIC X(08).
           05  RMVRI-VNDR-REF-NUM            PIC X(12).
           05  RMVRI-RESULT-DT               PIC X(08).
           05  RMVRI-RESULT-STAT-CD          PIC X(01).
               88  RMVRI-RECORD-FOUND              VALUE 'C'.
               88  RMVRI-NO-RECORD-FOUND           VALUE 'N'.
           05  RMVRI-LIC-STAT-CD             PIC X(01).
               88  RMVRI-LIC-VALID                 VALUE 'V'.
               88  RMVRI-LIC-EXPIRED               VALUE 'X'.
               88  RMVRI-LIC-SUSPENDED             VALUE 'S'.
               88  RMVRI-LIC-REVOKED               VALUE 'R'.
           05  RMVRI-VIOL-CNT                PIC 9(03).
           05  RMVRI-VIOL-PT-TOT             PIC 9(03).
           05  RMVRI-MAJOR-VIOL-CNT          PIC 9(03).
           05  FILLER                        PIC X(56).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMVRI                    **
      *****************************************************************
