      *****************************************************************
      **  MEMBER :  ACSRMVRO                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE MOTOR VEHICLE RECORD       **
      **            ORDER EXTRACT - ONE ROW PER INSURED WHOSE        **
      **            DRIVING RECORD IS ORDERED AT IMPORT, ON A        **
      **            POSITIVE HAZARDOUS-DRIVING ANSWER OR A FACE      **
      **            ABOVE THE PLAN'S MVR THRESHOLD                   **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
951627**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RMVRO-SEQ-REC-INFO.
           05  RMVRO-CO-ID                   PIC X(02).
           05  RMVRO-APP-ID                  PIC X(15).
           05  RMVRO-CLI-ID                  PIC X(10).
           05  RMVRO-POL-ID                  PIC X(10).
           05  RMVRO-PLAN-ID                 PIC X(15).
           05  RMVRO-ORDR-DT                 PIC X(10).
           05  RMVRO-ORDR-REASN-CD           PIC X(01).
               88  RMVRO-ORDR-HZRD-DRIV            VALUE 'H'.
               88  RMVRO-ORDR-FACE-AMT             VALUE 'F'.
               88  RMVRO-ORDR-HZRD-AND-FACE        VALUE 'B'.
           05  RMVRO-CLI-SUR-NM              PIC X(25).
           05  RMVRO-CLI-GIV-NM              PIC X(25).
           05  RMVRO-CLI-BTH-DT              PIC X(10).
           05  RMVRO-CLI-SEX-CD              PIC X(01).
           05  RMVRO-DRV-LIC-ID              PIC X(20).
           05  RMVRO-LIC-JURS-CD             PIC X(02).
           05  RMVRO-FACE-AMT                PIC 9(13)V9(02).
           05  FILLER                        PIC X(39).

      *****************************************************************
      **                 END OF COPYBOOK ACSRMVRO                    **
      *****************************************************************
