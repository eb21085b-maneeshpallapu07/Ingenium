      *****************************************************************
      **  MEMBER :  ACPICPRL                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            CLIENT TO IN-FORCE POLICY RELATIONSHIP UNLOAD    **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       CPRL-1000-READ.
      *---------------

           MOVE ZERO                   TO WCPRL-SEQ-IO-STATUS.

           READ CPRL-DATA-FILE
                AT END
                MOVE '08'            TO WCPRL-SEQ-IO-STATUS
                GO TO CPRL-1000-READ-X.

           IF  RCPRL-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WCPRL-SEQ-IO-STATUS
           END-IF.

           IF  WCPRL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CPRL-9000-HANDLE-ERROR
                   THRU CPRL-9000-HANDLE-ERROR-X
           END-IF.

       CPRL-1000-READ-X.
           EXIT.
      /
      *---------------------
       CPRL-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WCPRL-SEQ-IO-STATUS.

           OPEN INPUT CPRL-DATA-FILE.

           IF  WCPRL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CPRL-9000-HANDLE-ERROR
                   THRU CPRL-9000-HANDLE-ERROR-X
           END-IF.

       CPRL-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       CPRL-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WCPRL-SEQ-IO-STATUS.

           CLOSE CPRL-DATA-FILE.

           IF  WCPRL-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  CPRL-9000-HANDLE-ERROR
                   THRU CPRL-9000-HANDLE-ERROR-X
           END-IF.

       CPRL-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       CPRL-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WCPRL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCPRL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCPRL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       CPRL-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPICPRL                    **
      *****************************************************************
