      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
563927**  22AUG26  DEV    NEW PROGRAM                                **
872204**  15OCT26  DEV    RETURNS THE CHANNEL'S SIGNATURE STALENESS   **
872204**            AND AGENT SIGNATURE LAG LIMITS                    **
      *****************************************************************

      **********************
      *---------------------

           MOVE ZERO                   TO WS-CHPR-MSTR-USE-SUB.
872204     MOVE ZEROS                  TO LCHPR-SGN-LIMITS.

           PERFORM  2100-MATCH-CHANNEL
               THRU 2100-MATCH-CHANNEL-X
           MOVE RCHPR-EDIT-PROFILE     TO LCHPR-EDIT-PROFILE.
           MOVE RCHPR-HOLD-PROFILE     TO LCHPR-HOLD-PROFILE.

872204* ROWS CARRIED FORWARD FROM BEFORE THE SIGNATURE LIMITS WERE
872204* ADDED HOLD SPACES THERE - THE CALLER'S DEFAULTS THEN APPLY.

872204     IF   RCHPR-SGN-LIMITS       NUMERIC
872204          MOVE RCHPR-SGN-LIMITS  TO LCHPR-SGN-LIMITS
872204     END-IF.

       2000-FIND-CHANNEL-X.
           EXIT.
      /
