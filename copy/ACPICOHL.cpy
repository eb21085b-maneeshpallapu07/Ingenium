      *****************************************************************
      **  MEMBER :  ACPICOHL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CORPORATE-OWNED POLICY HOLD FILE                 **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
604718**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       COHL-1000-READ.
      *---------------

           MOVE ZERO                   TO WCOHL-SEQ-IO-STATUS.

           READ COHL-DATA-FILE
                AT END
                MOVE '08'            TO WCOHL-SEQ-IO-STATUS
                GO TO COHL-1000-READ-X.

           IF  RCOHL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCOHL-SEQ-IO-STATUS
           END-IF.

           IF  WCOHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COHL-9000-HANDLE-ERROR
                   THRU COHL-9000-HANDLE-ERROR-X
           END-IF.

       COHL-1000-READ-X.
           EXIT.
      /
      *----------------
       COHL-2000-WRITE.
      *----------------

           MOVE ZERO                   TO WCOHL-SEQ-IO-STATUS.

           WRITE RCOHL-SEQ-REC-INFO.

           IF  WCOHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COHL-9000-HANDLE-ERROR
                   THRU COHL-9000-HANDLE-ERROR-X
           END-IF.

       COHL-2000-WRITE-X.
           EXIT.
      /
      *---------------------
       COHL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCOHL-SEQ-IO-STATUS.

           OPEN INPUT COHL-DATA-FILE.

           IF  WCOHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COHL-9000-HANDLE-ERROR
                   THRU COHL-9000-HANDLE-ERROR-X
           END-IF.

       COHL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------------
       COHL-4000-OPEN-OUTPUT.
      *----------------------

           MOVE ZERO                   TO WCOHL-SEQ-IO-STATUS.

           OPEN OUTPUT COHL-DATA-FILE.

           IF  WCOHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COHL-9000-HANDLE-ERROR
                   THRU COHL-9000-HANDLE-ERROR-X
           END-IF.

       COHL-4000-OPEN-OUTPUT-X.
           EXIT.
      /
      *----------------
       COHL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCOHL-SEQ-IO-STATUS.

           CLOSE COHL-DATA-FILE.

           IF  WCOHL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  COHL-9000-HANDLE-ERROR
                   THRU COHL-9000-HANDLE-ERROR-X
           END-IF.

       COHL-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       COHL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCOHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       COHL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICOHL                    **
      *****************************************************************
