      *****************************************************************
      **  MEMBER :  ACFRTOKV                                         **
      **  REMARKS:  BANK ACCOUNT TOKEN VAULT TABLE LAYOUT.  ONE ROW  **
      **            PER BANK ACCOUNT NUMBER EVER UPLOADED, PAIRING   **
      **            THE ACCOUNT NUMBER WITH THE TOKEN THAT STANDS IN **
      **            FOR IT ON THE UPLOAD TABLES, THE ARCHIVE AND     **
      **            THE EXTRACT FILES.  THE TOKEN IS 'TK', AN        **
      **            11-DIGIT VAULT SERIAL AND THE LAST FOUR          **
      **            CHARACTERS OF THE ACCOUNT, SO MASKED DISPLAYS    **
      **            STILL SHOW THE REAL TRAILING DIGITS.  WRITTEN    **
      **            AND READ ONLY THROUGH ASRUTOKN.                  **
      **  LENGTH :  44                                               **
      *****************************************************************
      **  RELEASE  AUTH DESCRIPTION                                  **
      **                                                             **
864217**  15OCT26  DEV  CREATED FOR BANK ACCOUNT TOKENIZATION        **
      *****************************************************************

       01  RTOKV-REC-INFO.
           05  RTOKV-KEY.
               10  RTOKV-TOKN-ID                PIC X(17).
           05  RTOKV-TOKN-ID-R  REDEFINES RTOKV-KEY.
               10  RTOKV-TOKN-PREFIX            PIC X(02).
               10  RTOKV-TOKN-SEQ-NUM           PIC 9(11).
               10  RTOKV-TOKN-TAIL              PIC X(04).
           05  RTOKV-ACCT-ID                    PIC X(17).
           05  RTOKV-CRT-DT                     PIC X(10).

      *****************************************************************
      **                 END OF COPYBOOK ACFRTOKV                    **
      *****************************************************************
