      *****************************************************************
      **  MEMBER :  ACPEWQUF                                         **
      **  REMARKS:  BATCH I/O ROUTINES USED TO OPEN AND READ THE    **
      **            WQUF WORK QUEUE FILE SEQUENTIALLY - READ-SIDE  **
      **            COMPANION TO THE WRITER-SIDE ACPIWQUF MEMBER    **
      **                                                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                            **
963852**  15OCT26  DEV    CREATED FOR PERSONAL DATA DISCLOSURE     **
      *****************************************************************

      *----------------
       WQUF-1000-READ.
      *----------------

           MOVE ZERO                   TO WWQUF-SEQ-IO-STATUS.

           READ WQUF-DATA-FILE
               AT END
               MOVE '08'               TO WWQUF-SEQ-IO-STATUS
               GO TO WQUF-1000-READ-X.

           IF  WWQUF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WQUF-9100-HANDLE-ERROR
                   THRU WQUF-9100-HANDLE-ERROR-X
           END-IF.

       WQUF-1000-READ-X.
           EXIT.
      /
      *----------------------
       WQUF-3000-OPEN-INPUT.
      *----------------------

           MOVE ZERO                   TO WWQUF-SEQ-IO-STATUS.

           OPEN INPUT WQUF-DATA-FILE.

           IF  WWQUF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WQUF-9100-HANDLE-ERROR
                   THRU WQUF-9100-HANDLE-ERROR-X
           END-IF.

       WQUF-3000-OPEN-INPUT-X.
           EXIT.
      /
      *-----------------------
       WQUF-4000-CLOSE.
      *-----------------------

           MOVE ZERO                   TO WWQUF-SEQ-IO-STATUS.

           CLOSE WQUF-DATA-FILE.

           IF  WWQUF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  WQUF-9100-HANDLE-ERROR
                   THRU WQUF-9100-HANDLE-ERROR-X
           END-IF.

       WQUF-4000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       WQUF-9100-HANDLE-ERROR.
      *-----------------------

           MOVE WWQUF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWQUF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWQUF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       WQUF-9100-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPEWQUF                    **
      *****************************************************************
