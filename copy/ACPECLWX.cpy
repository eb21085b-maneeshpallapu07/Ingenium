      *****************************************************************
      **  MEMBER :  ACPECLWX                                         **
      **  REMARKS:  BATCH I/O ROUTINES USED TO OPEN AND READ THE     **
      **            FREE-LOOK CLAWBACK EXTRACT SEQUENTIALLY -        **
      **            READ-SIDE COMPANION TO THE WRITER-SIDE           **
      **            ACPICLWX MEMBER                                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
805417**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CLWX-1000-READ.
      *----------------

           MOVE ZERO                   TO WCLWX-SEQ-IO-STATUS.

           READ CLWX-DATA-FILE
                AT END
                MOVE '08'            TO WCLWX-SEQ-IO-STATUS
                GO TO CLWX-1000-READ-X.

           IF  RCLWX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCLWX-SEQ-IO-STATUS
           END-IF.

           IF  WCLWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLWX-9100-HANDLE-ERROR
                   THRU CLWX-9100-HANDLE-ERROR-X
           END-IF.

       CLWX-1000-READ-X.
           EXIT.
      /
      *---------------------
       CLWX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCLWX-SEQ-IO-STATUS.

           OPEN INPUT CLWX-DATA-FILE.

           IF  WCLWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLWX-9100-HANDLE-ERROR
                   THRU CLWX-9100-HANDLE-ERROR-X
           END-IF.

       CLWX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CLWX-4000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCLWX-SEQ-IO-STATUS.

           CLOSE CLWX-DATA-FILE.

           IF  WCLWX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLWX-9100-HANDLE-ERROR
                   THRU CLWX-9100-HANDLE-ERROR-X
           END-IF.

       CLWX-4000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CLWX-9100-HANDLE-ERROR.
      *-----------------------

           MOVE WCLWX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLWX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLWX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CLWX-9100-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPECLWX                    **
      *****************************************************************
