      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
563927**  22AUG26  DEV    CREATED FOR CHANNEL PROFILE TABLE          **
872204**  15OCT26  DEV    ADDED SIGNATURE STALENESS AND AGENT         **
872204**            SIGNATURE LAG LIMITS                              **
      *****************************************************************

       01  LCHPR-PARM-AREA.
                   88  LCHPR-HOLD-BENE             VALUE 'Y'.
               10  LCHPR-HOLD-FUND-IND       PIC X(01).
                   88  LCHPR-HOLD-FUND             VALUE 'Y'.
872204     05  LCHPR-SGN-LIMITS.
872204         10  LCHPR-SGN-WARN-DAYS       PIC 9(03).
872204         10  LCHPR-SGN-HLTH-DAYS       PIC 9(03).
872204         10  LCHPR-AGT-SGN-LAG-DAYS    PIC 9(03).

      *****************************************************************
      **                 END OF COPYBOOK ACWLCHPR                    **
