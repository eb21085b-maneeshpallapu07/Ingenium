      *****************************************************************
      **  MEMBER :  ACSRTHRA                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE TARGET-HIT ELECTION        **
      **            ACKNOWLEDGEMENTS RETURNED BY THE POLICY          **
      **            ADMINISTRATION MONITORING JOB - ONE ROW PER      **
      **            POLICY COVERAGE WHOSE ELECTION IT HAS SET UP,    **
      **            WITH THE TARGET RATE IT HOLDS                    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
284617**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RTHRA-SEQ-REC-INFO.
           05  RTHRA-KEY.
               10  RTHRA-POL-ID          PIC X(10).
               10  RTHRA-CVG-PLAN-ID     PIC X(15).
           05  RTHRA-ACK-DT              PIC X(10).
           05  RTHRA-TRG-HIT-RT          PIC 9(03).
           05  FILLER                    PIC X(42).

      *****************************************************************
      **                 END OF COPYBOOK ACSRTHRA                    **
      *****************************************************************
