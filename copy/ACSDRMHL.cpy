      *****************************************************************
      **  MEMBER :  ACSDRMHL                                         **
      **  REMARKS:  FD FOR THE                                       **
      **            RETURNED-MAIL HOLD FILE - APPLICATIONS WHOSE     **
      **            MAILING ADDRESS CAME BACK UNDELIVERABLE, HELD    **
      **            FROM FURTHER MAILINGS UNTIL THE SERVICING        **
      **            BRANCH CORRECTS THE ADDRESS                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       FD  RMHL-DATA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RRMHL-SEQ-REC-INFO.

      *****************************************************************
      **                 END OF COPYBOOK ACSDRMHL                    **
      *****************************************************************
