      *****************************************************************
      **  MEMBER :  ACSSRMHL                                         **
      **  REMARKS:  SELECT/ASSIGN CLAUSE FOR THE                     **
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

           SELECT  RMHL-DATA-FILE  ASSIGN       TO ACSRMHL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS  IS
                                       WRMHL-SEQ-FILE-STATUS.

      *****************************************************************
      **                 END OF COPYBOOK ACSSRMHL                    **
      *****************************************************************
