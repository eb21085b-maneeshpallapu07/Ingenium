      *****************************************************************
      **  MEMBER :  ACWWSCRB                                         **
      **  REMARKS:  WORK AREA FOR THE ACPPSCRB PERSONAL DATA         **
      **            SCRAMBLING ROUTINE                               **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
974316**  15OCT26  DEV    CREATED FOR TEST COPY DATA SCRAMBLING      **
      *****************************************************************

       01  WSCRB-WORK-AREA.
           05  WSCRB-SEED                PIC 9(04)  VALUE 7319.
           05  WSCRB-SEED-R              REDEFINES WSCRB-SEED.
               10  WSCRB-SEED-DIGIT      OCCURS 4 TIMES
                                         PIC 9(01).
           05  WSCRB-TEXT-IN             PIC X(100).
           05  WSCRB-TEXT-OUT            PIC X(100).
           05  WSCRB-DATE                PIC X(10).
           05  WSCRB-DATE-R              REDEFINES WSCRB-DATE.
               10  WSCRB-DATE-CCYY       PIC X(04).
               10  FILLER                PIC X(01).
               10  WSCRB-DATE-MM         PIC 9(02).
               10  FILLER                PIC X(01).
               10  WSCRB-DATE-DD         PIC 9(02).
           05  WSCRB-ACCT                PIC X(17).
           05  WSCRB-ACCT-R              REDEFINES WSCRB-ACCT.
               10  WSCRB-ACCT-DIGIT      OCCURS 17 TIMES
                                         PIC 9(01).
           05  WSCRB-CHAR                PIC X(01).
           05  WSCRB-CHAR-N              REDEFINES WSCRB-CHAR
                                         PIC 9(01).
           05  WSCRB-CHAR-TYP-SW         PIC X(01).
               88  WSCRB-CHAR-UPPER             VALUE 'U'.
               88  WSCRB-CHAR-LOWER             VALUE 'L'.
               88  WSCRB-CHAR-DIGIT             VALUE 'D'.
               88  WSCRB-CHAR-KEEP              VALUE 'K'.
               88  WSCRB-CHAR-OTHER             VALUE 'O'.
           05  WSCRB-UPPER-ALPHA         PIC X(26)
                                         VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WSCRB-UPPER-ALPHA-R       REDEFINES WSCRB-UPPER-ALPHA.
               10  WSCRB-UPPER-CHAR      OCCURS 26 TIMES
                                         PIC X(01).
           05  WSCRB-LOWER-ALPHA         PIC X(26)
                                         VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WSCRB-LOWER-ALPHA-R       REDEFINES WSCRB-LOWER-ALPHA.
               10  WSCRB-LOWER-CHAR      OCCURS 26 TIMES
                                         PIC X(01).
           05  WSCRB-DIGITS              PIC X(10)  VALUE '0123456789'.
           05  WSCRB-DIGITS-R            REDEFINES WSCRB-DIGITS.
               10  WSCRB-DIGIT-CHAR      OCCURS 10 TIMES
                                         PIC X(01).
      *    PUNCTUATION CARRIED THROUGH UNCHANGED SO ADDRESSES, E-MAIL
      *    ADDRESSES AND PHONE NUMBERS KEEP THEIR SHAPE.
           05  WSCRB-KEEP-CHARS          PIC X(10)  VALUE '.-@,/''()&#'.
           05  WSCRB-KEEP-CHARS-R        REDEFINES WSCRB-KEEP-CHARS.
               10  WSCRB-KEEP-CHAR       OCCURS 10 TIMES
                                         PIC X(01).
           05  WSCRB-SUB                 PIC S9(04) COMP.
           05  WSCRB-ALPHA-SUB           PIC S9(04) COMP.
           05  WSCRB-LAST-POS            PIC S9(04) COMP.
           05  WSCRB-WORD-POS            PIC S9(04) COMP.
           05  WSCRB-SEED-SUB            PIC S9(04) COMP.
           05  WSCRB-CHAR-IDX            PIC S9(04) COMP.
           05  WSCRB-PREV-IDX            PIC S9(04) COMP.
           05  WSCRB-NEW-IDX             PIC S9(04) COMP.
           05  WSCRB-SHIFT               PIC S9(06) COMP.
           05  WSCRB-QUOT                PIC S9(06) COMP.
           05  WSCRB-WORK                PIC S9(06) COMP.
           05  WSCRB-CHK-SUM             PIC S9(06) COMP.
           05  WSCRB-CHK-DIGIT           PIC S9(04) COMP.
           05  WSCRB-DBL-SW              PIC X(01).
               88  WSCRB-DBL-DIGIT              VALUE 'Y'.
               88  WSCRB-DBL-DIGIT-NO           VALUE 'N'.

      *****************************************************************
      **                 END OF COPYBOOK ACWWSCRB                    **
      *****************************************************************
