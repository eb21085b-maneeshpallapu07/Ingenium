      *****************************************************************
      **  MEMBER :  ACPIACCF                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            BRANCH ADDRESS/CONTACT CHANGE CONFIRMATION CARDS **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
318852**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       ACCF-1000-READ.
      *---------------

           MOVE ZERO                   TO WACCF-SEQ-IO-STATUS.

           READ ACCF-DATA-FILE
                AT END
                MOVE '08'            TO WACCF-SEQ-IO-STATUS
                GO TO ACCF-1000-READ-X.

           IF  RACCF-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WACCF-SEQ-IO-STATUS
           END-IF.

           IF  WACCF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACCF-9000-HANDLE-ERROR
                   THRU ACCF-9000-HANDLE-ERROR-X
           END-IF.

       ACCF-1000-READ-X.
           EXIT.
      /
      *---------------------
       ACCF-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WACCF-SEQ-IO-STATUS.

           OPEN INPUT ACCF-DATA-FILE.

           IF  WACCF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACCF-9000-HANDLE-ERROR
                   THRU ACCF-9000-HANDLE-ERROR-X
           END-IF.

       ACCF-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       ACCF-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WACCF-SEQ-IO-STATUS.

           CLOSE ACCF-DATA-FILE.

           IF  WACCF-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  ACCF-9000-HANDLE-ERROR
                   THRU ACCF-9000-HANDLE-ERROR-X
           END-IF.

       ACCF-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       ACCF-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WACCF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WACCF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WACCF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       ACCF-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIACCF                    **
      *****************************************************************
