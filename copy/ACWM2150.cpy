862394**                  LATEST 2120 LINES FROM THE REPORT          **
862394**                  REPOSITORY                                 **
874156**  23AUG26  DEV    SIR STATUS LINE FIELDS                     **
418639**  15OCT26  DEV    SIR REQUIREMENTS WAIVED COUNT              **
693057**  15OCT26  DEV    CONDITIONAL RECEIPT TEMPORARY COVERAGE     **
693057**                  LINE FIELDS                                **
      *****************************************************************

       01  MIR-PARM-AREA.
874156*    STATUS: C = COMPLETE, O = OUTSTANDING, N = NONE REQUIRED.
874156     05  MIR-SIR-REQIR-CNT              PIC S9(04) COMP.
874156     05  MIR-SIR-RECVD-CNT              PIC S9(04) COMP.
418639     05  MIR-SIR-WAIVD-CNT              PIC S9(04) COMP.
874156     05  MIR-SIR-STAT-CD                PIC X(01).
693057*    TEMPORARY COVERAGE LINE - STATUS: N = NONE, O = IN FORCE,
693057*    I = ENDED AT ISSUE, D = DECLINED, W = WITHDRAWN,
693057*    X = MAXIMUM PERIOD EXPIRED.
693057     05  MIR-TCOV-STAT-CD               PIC X(01).
693057     05  MIR-TCOV-RECPT-NUM             PIC X(08).
693057     05  MIR-TCOV-OPEN-DT               PIC X(10).
693057     05  MIR-TCOV-XPRY-DT               PIC X(10).
693057     05  MIR-TCOV-CLOSE-DT              PIC X(10).
693057     05  MIR-TCOV-APPL-FACE-AMT         PIC 9(13).
693057     05  MIR-TCOV-COV-AMT               PIC 9(13).
862394     05  MIR-MSG-RUN-DT                 PIC X(10).
862394     05  MIR-MSG-LINE-CNT               PIC S9(04) COMP.
862394     05  MIR-MSG-LINE-TXT-T             OCCURS 6 TIMES
