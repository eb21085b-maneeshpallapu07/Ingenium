      *****************************************************************
      **  MEMBER :  ACPIRELG                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            RIDER ELIGIBILITY AND PLAN ISSUE-LIMIT           **
      **            MATRIX READ BY ASRURELG                          **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
463905**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       RELG-1000-READ.
      *---------------

           MOVE ZERO                   TO WRELG-SEQ-IO-STATUS.

           READ RELG-DATA-FILE
                AT END
                MOVE '08'            TO WRELG-SEQ-IO-STATUS
                GO TO RELG-1000-READ-X.

           IF  RRELG-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WRELG-SEQ-IO-STATUS
           END-IF.

           IF  WRELG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RELG-9000-HANDLE-ERROR
                   THRU RELG-9000-HANDLE-ERROR-X
           END-IF.

       RELG-1000-READ-X.
           EXIT.
      /
      *---------------------
       RELG-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WRELG-SEQ-IO-STATUS.

           OPEN INPUT RELG-DATA-FILE.

           IF  WRELG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RELG-9000-HANDLE-ERROR
                   THRU RELG-9000-HANDLE-ERROR-X
           END-IF.

       RELG-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       RELG-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WRELG-SEQ-IO-STATUS.

           CLOSE RELG-DATA-FILE.

           IF  WRELG-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  RELG-9000-HANDLE-ERROR
                   THRU RELG-9000-HANDLE-ERROR-X
           END-IF.

       RELG-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       RELG-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WRELG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRELG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRELG-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       RELG-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIRELG                    **
      *****************************************************************
