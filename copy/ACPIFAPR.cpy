      *****************************************************************
      **  MEMBER :  ACPIFAPR                                         **
      **  REMARKS:  BATCH I/O ROUTINES FOR THE                       **
      **            POLICY FORM APPROVAL MASTER - THE JURISDICTIONS  **
      **            EACH APPLICATION FORM IS APPROVED IN AND FOR     **
      **            WHAT DATES                                       **
      **                                                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
861529**  15OCT26  DEV    CREATED                                    **
      *****************************************************************

      *---------------
       FAPR-1000-READ.
      *---------------

           MOVE ZERO                   TO WFAPR-SEQ-IO-STATUS.

           READ FAPR-DATA-FILE
                AT END
                MOVE '08'            TO WFAPR-SEQ-IO-STATUS
                GO TO FAPR-1000-READ-X.

           IF  RFAPR-SEQ-REC-INFO EQUAL HIGH-VALUES
               MOVE '08'            TO WFAPR-SEQ-IO-STATUS
           END-IF.

           IF  WFAPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  FAPR-9000-HANDLE-ERROR
                   THRU FAPR-9000-HANDLE-ERROR-X
           END-IF.

       FAPR-1000-READ-X.
           EXIT.
      /
      *---------------------
       FAPR-3000-OPEN-INPUT.
      *---------------------

           MOVE ZERO                   TO WFAPR-SEQ-IO-STATUS.

           OPEN INPUT FAPR-DATA-FILE.

           IF  WFAPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  FAPR-9000-HANDLE-ERROR
                   THRU FAPR-9000-HANDLE-ERROR-X
           END-IF.

       FAPR-3000-OPEN-INPUT-X.
           EXIT.
      /
      *----------------
       FAPR-5000-CLOSE.
      *----------------

           MOVE ZERO                   TO WFAPR-SEQ-IO-STATUS.

           CLOSE FAPR-DATA-FILE.

           IF  WFAPR-SEQ-FILE-STATUS  NOT = ZERO
               PERFORM  FAPR-9000-HANDLE-ERROR
                   THRU FAPR-9000-HANDLE-ERROR-X
           END-IF.

       FAPR-5000-CLOSE-X.
           EXIT.
      /
      *-----------------------
       FAPR-9000-HANDLE-ERROR.
      *-----------------------

           MOVE WFAPR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WFAPR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WFAPR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.

           PERFORM  0030-3000-QSAM-ERROR
               THRU 0030-3000-QSAM-ERROR-X.

       FAPR-9000-HANDLE-ERROR-X.
           EXIT.

      *****************************************************************
      **                 END OF COPYBOOK ACPIFAPR                    **
      *****************************************************************
