      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
563927**  22AUG26  DEV    CREATED FOR CHANNEL PROFILE TABLE          **
872204**  15OCT26  DEV    ADDED SIGNATURE STALENESS AND AGENT         **
872204**            SIGNATURE LAG LIMITS                              **
      *****************************************************************

       01  RCHPR-SEQ-REC-INFO.
               10  RCHPR-HOLD-SUIT-IND       PIC X(01).
               10  RCHPR-HOLD-BENE-IND       PIC X(01).
               10  RCHPR-HOLD-FUND-IND       PIC X(01).
872204*    05  FILLER                        PIC X(45).
872204     05  RCHPR-SGN-LIMITS.
872204         10  RCHPR-SGN-WARN-DAYS       PIC 9(03).
872204         10  RCHPR-SGN-HLTH-DAYS       PIC 9(03).
872204         10  RCHPR-AGT-SGN-LAG-DAYS    PIC 9(03).
872204     05  FILLER                        PIC X(36).

      *****************************************************************
      **                 END OF COPYBOOK ACSRCHPR                    **
