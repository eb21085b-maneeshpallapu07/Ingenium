      *****************************************************************
      **  MEMBER :  ACPECLSX                                         **
      **  REMARKS:  BATCH I/O ROUTINES USED TO OPEN AND READ THE     **
      **            MONTH-END NEW BUSINESS CLOSE TIE-OUT EXTRACT     **
      **            SEQUENTIALLY - READ-SIDE COMPANION TO THE        **
      **            WRITER-SIDE ACPICLSX MEMBER                      **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
645120**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *----------------
       CLSX-1000-READ.
      *----------------

           MOVE ZERO                   TO WCLSX-SEQ-IO-STATUS.

           READ CLSX-DATA-FILE
                AT END
                MOVE '08'            TO WCLSX-SEQ-IO-STATUS
                GO TO CLSX-1000-READ-X.

           IF  RCLSX-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCLSX-SEQ-IO-STATUS
           END-IF.

           IF  WCLSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLSX-9100-HANDLE-ERROR
                   THRU CLSX-9100-HANDLE-ERROR-X
           END-IF.

       CLSX-1000-READ-X.
           EXIT.
      /
      *---------------------
       CLSX-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCLSX-SEQ-IO-STATUS.

           OPEN INPUT CLSX-DATA-FILE.

           IF  WCLSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLSX-9100-HANDLE-ERROR
                   THRU CLSX-9100-HANDLE-ERROR-X
           END-IF.

       CLSX-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CLSX-4000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCLSX-SEQ-IO-STATUS.

           CLOSE CLSX-DATA-FILE.

           IF  WCLSX-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CLSX-9100-HANDLE-ERROR
                   THRU CLSX-9100-HANDLE-ERROR-X
           END-IF.

       CLSX-4000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CLSX-9100-HANDLE-ERROR.
      *-----------------------

           MOVE WCLSX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLSX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLSX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CLSX-9100-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPECLSX                    **
      *****************************************************************
