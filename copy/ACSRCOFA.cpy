      *****************************************************************
      **  MEMBER :  ACSRCOFA                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE COUNTER-OFFER              **
      **            RESPONSE FILE - ONE RECORD PER SIGNED            **
      **            ACCEPTANCE OR REFUSAL OF A RATED OR              **
      **            MODIFIED OFFER RECEIVED FROM THE APPLICANT       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318274**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCOFA-SEQ-REC-INFO.
           05  RCOFA-APP-ID                  PIC X(15).
           05  RCOFA-RESP-CD                 PIC X(01).
               88  RCOFA-RESP-ACCEPTED             VALUE 'A'.
               88  RCOFA-RESP-REFUSED              VALUE 'R'.
           05  RCOFA-SIGN-DT                 PIC X(10).
           05  RCOFA-RCVD-DT                 PIC X(10).
           05  FILLER                        PIC X(44).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCOFA                    **
      *****************************************************************
