      *****************************************************************
      **  MEMBER :  ACPISOHR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            SALES ORGANIZATION HIERARCHY MASTER - SALES      **
      **            OFFICE TO BRANCH TO REGION BY EFFECTIVE DATE,    **
      **            WITH THE OLD-TO-NEW REMAP OF MERGED OFFICES      **
      **            (ASRUSOHR)                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
317846**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       SOHR-1000-READ.
      *---------------

           MOVE ZERO                   TO WSOHR-SEQ-IO-STATUS.

           READ SOHR-DATA-FILE
                AT END
                MOVE '08'            TO WSOHR-SEQ-IO-STATUS
                GO TO SOHR-1000-READ-X.

           IF  RSOHR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WSOHR-SEQ-IO-STATUS
           END-IF.

           IF  WSOHR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SOHR-9000-HANDLE-ERROR
                   THRU SOHR-9000-HANDLE-ERROR-X
           END-IF.

       SOHR-1000-READ-X.
           EXIT.
      /
      *---------------------
       SOHR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WSOHR-SEQ-IO-STATUS.

           OPEN INPUT SOHR-DATA-FILE.

           IF  WSOHR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SOHR-9000-HANDLE-ERROR
                   THRU SOHR-9000-HANDLE-ERROR-X
           END-IF.

       SOHR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       SOHR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WSOHR-SEQ-IO-STATUS.

           CLOSE SOHR-DATA-FILE.

           IF  WSOHR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  SOHR-9000-HANDLE-ERROR
                   THRU SOHR-9000-HANDLE-ERROR-X
           END-IF.

       SOHR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       SOHR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WSOHR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSOHR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSOHR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       SOHR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPISOHR                    **
      *****************************************************************
