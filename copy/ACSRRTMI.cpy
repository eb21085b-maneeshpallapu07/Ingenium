      *****************************************************************
      **  MEMBER :  ACSRRTMI                                         **
      **  REMARKS:  RECORD LAYOUT FOR THE RETURNED-MAIL FILE         **
      **            FROM THE PRINT/MAIL VENDOR - ONE ROW PER         **
      **            PIECE RETURNED UNDELIVERABLE, CARRYING THE       **
      **            APP ID AND/OR POLICY NUMBER FROM THE MERGE       **
      **            RECORD AND THE ADDRESS IT WAS MAILED TO          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
927461**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

       01  RRTMI-SEQ-REC-INFO.
           05  RRTMI-APP-ID                  PIC X(15).
           05  RRTMI-POL-ID                  PIC X(10).
           05  RRTMI-LETTER-TYP-CD           PIC X(01).
               88  RRTMI-LETTER-CHASE              VALUE 'C'.
               88  RRTMI-LETTER-ISSUE-CNFRM        VALUE 'I'.
               88  RRTMI-LETTER-CWA-SHORTAGE       VALUE 'S'.
               88  RRTMI-LETTER-POLICY-KIT         VALUE 'K'.
           05  RRTMI-TMPL-ID                 PIC X(08).
           05  RRTMI-VNDR-REF-NUM            PIC X(12).
           05  RRTMI-RTRN-DT                 PIC 9(08).
           05  RRTMI-RTRN-REASN-CD           PIC X(02).
               88  RRTMI-RTRN-UNKNOWN              VALUE 'UA'.
               88  RRTMI-RTRN-MOVED                VALUE 'MV'.
               88  RRTMI-RTRN-INSUFF-ADDR          VALUE 'IA'.
               88  RRTMI-RTRN-REFUSED              VALUE 'RF'.
               88  RRTMI-RTRN-OTHER                VALUE 'OT'.
           05  RRTMI-PSTL-CD                 PIC X(08).
           05  RRTMI-ADDR-LN-TXT             PIC X(40).
           05  FILLER                        PIC X(16).

      *****************************************************************
      **                 END OF COPYBOOK ACSRRTMI                    **
      *****************************************************************
