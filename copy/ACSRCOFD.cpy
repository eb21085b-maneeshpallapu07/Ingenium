      *****************************************************************
      **  MEMBER :  ACSRCOFD                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTER-OFFER              **
      **            NOT-TAKEN DISPOSITIONS WRITTEN BY                **
      **            ASBM9515 - SAME SHAPE AS THE WITHDRAWAL          **
      **            DISPOSITION RECORD (ACSRWDRW) SO THE FILE        **
      **            CAN BE CONCATENATED AHEAD OF IT                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOFD-SEQ-REC-INFO.
           05  RCOFD-APP-ID                  PIC X(15).
           05  RCOFD-DISP-CD                 PIC X(02).
               88  RCOFD-DISP-NOT-TAKEN            VALUE 'NT'.
           05  RCOFD-DISP-DT                 PIC X(10).
           05  FILLER                        PIC X(53).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOFD                    **
      *****************************************************************
