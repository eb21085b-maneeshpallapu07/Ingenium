      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
991286**  02SEP26  DEV    CREATED FOR BATCH RUN TELEMETRY            **
527318**  15OCT26  DEV    OPEN EXTEND FOR STEPS APPENDING LOCK       **
527318**                  CONFLICT RETRY ROWS                        **
      *****************************************************************

      *----------------

       TLRX-5000-CLOSE-X.
           EXIT.
527318/
527318*----------------------
527318 TLRX-6000-OPEN-EXTEND.
527318*----------------------

527318     MOVE ZERO                   TO WTLRX-SEQ-IO-STATUS.

527318     OPEN EXTEND TLRX-DATA-FILE.

527318     IF  WTLRX-SEQ-FILE-STATUS  NOT = ZERO
527318         PERFORM  TLRX-9000-HANDLE-ERROR
527318             THRU TLRX-9000-HANDLE-ERROR-X
527318     END-IF.

527318 TLRX-6000-OPEN-EXTEND-X.
527318     EXIT.
      /
      *-----------------------
       TLRX-9000-HANDLE-ERROR.
