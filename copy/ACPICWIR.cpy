      *****************************************************************
      **  MEMBER :  ACPICWIR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CWA INTEREST RATE MASTER - STATUTORY HOLDING     **
      **            PERIOD AND ANNUAL INTEREST RATE BY ISSUE         **
      **            JURISDICTION AND EFFECTIVE DATE                  **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
527308**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CWIR-1000-READ.
      *---------------

           MOVE ZERO                   TO WCWIR-SEQ-IO-STATUS.

           READ CWIR-DATA-FILE
                AT END
                MOVE '08'            TO WCWIR-SEQ-IO-STATUS
                GO TO CWIR-1000-READ-X.

           IF  RCWIR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCWIR-SEQ-IO-STATUS
           END-IF.

           IF  WCWIR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIR-9000-HANDLE-ERROR
                   THRU CWIR-9000-HANDLE-ERROR-X
           END-IF.

       CWIR-1000-READ-X.
           EXIT.
      /
      *---------------------
       CWIR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCWIR-SEQ-IO-STATUS.

           OPEN INPUT CWIR-DATA-FILE.

           IF  WCWIR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIR-9000-HANDLE-ERROR
                   THRU CWIR-9000-HANDLE-ERROR-X
           END-IF.

       CWIR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CWIR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCWIR-SEQ-IO-STATUS.

           CLOSE CWIR-DATA-FILE.

           IF  WCWIR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CWIR-9000-HANDLE-ERROR
                   THRU CWIR-9000-HANDLE-ERROR-X
           END-IF.

       CWIR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CWIR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCWIR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCWIR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCWIR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CWIR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICWIR                    **
      *****************************************************************
