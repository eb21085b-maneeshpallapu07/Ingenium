      *****************************************************************
      **  MEMBER :  ACSRCWIR                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE CWA INTEREST RATE MASTER - **
      **            ONE ROW PER ISSUE JURISDICTION AND EFFECTIVE     **
      **            DATE WITH THE STATUTORY PERIOD CWA MAY BE HELD   **
      **            WITHOUT INTEREST AND THE ANNUAL SIMPLE RATE IN   **
      **            FORCE FROM THAT DATE.  JURISDICTION '**' IS THE  **
      **            DEFAULT FOR ANY JURISDICTION WITHOUT ITS OWN     **
      **            ROWS.                                            **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RCWIR-SEQ-REC-INFO.
           05  RCWIR-ISS-LOC-CD              PIC X(02).
               88  RCWIR-ISS-LOC-DEFAULT           VALUE '**'.
           05  RCWIR-EFF-DT                  PIC X(10).
           05  RCWIR-STAT-DAYS               PIC 9(03).
           05  RCWIR-INT-RT-PCT              PIC 9(02)V9(04).
           05  FILLER                        PIC X(59).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCWIR                    **
      *****************************************************************
