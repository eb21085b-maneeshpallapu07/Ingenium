      *****************************************************************
      **  MEMBER :  ACSRDSRQ                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE PERSONAL DATA ACCESS       **
      **            REQUEST CARD FILE - ONE CARD PER DATA SUBJECT.   **
      **            THE PERSON IS IDENTIFIED BY CLIENT ID, OR BY     **
      **            SURNAME, GIVEN NAME AND BIRTH DATE, OR BOTH.     **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
963852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RDSRQ-SEQ-REC-INFO.
           05  RDSRQ-REQ-ID                  PIC X(08).
           05  RDSRQ-CLI-ID                  PIC X(10).
           05  RDSRQ-SUR-NM                  PIC X(25).
           05  RDSRQ-GIV-NM                  PIC X(25).
           05  RDSRQ-BTH-DT                  PIC X(10).
           05  FILLER                        PIC X(02).

      *****************************************************************
      **                 END OF COPYBOOK ACSRDSRQ                    **
      *****************************************************************
