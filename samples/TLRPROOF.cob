      *================================================================*
      * TLRPROOF: End-of-day teller cash drawer proof.
      * Companion batch job to BANKACCT. For the business date it
      * takes every operator's opening cash and declared closing
      * count from DRAWER.DAT (recorded at sign-on and sign-off),
      * adds the cash taken in (D deposits, P loan payments) and
      * subtracts the cash paid out (W withdrawals, N loan
      * advances) that operator keyed, as journalled on
      * AUDITLOG.DAT, and proves
      * the expected cash against the count. Drawers over or short
      * by more than the TLRPARM.DAT tolerance, drawers never
      * counted, and operators who keyed cash with no opening
      * drawer are flagged on the proof report (TLRPROOF.RPT) for
      * the branch supervisor. Every shortage is also written to
      * TLRSHORT.DAT so GLEXTRCT books it to cash over/short when
      * it extracts the same date; run the proof before the
      * extract.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRPROOF.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE
               ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT PROOF-PARM-FILE
               ASSIGN TO "TLRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TELLER-SHORT-FILE
               ASSIGN TO "TLRSHORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHORT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "TLRPROOF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
           COPY DRAWREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  PROOF-PARM-FILE.
       01  PROOF-PARM-RECORD.
           05  PP-TOLERANCE       PIC 9(5)V99.

       FD  TELLER-SHORT-FILE.
           COPY OVSHREC.

       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-DRAWER-STATUS      PIC XX VALUE "00".
       01  WS-AUDIT-STATUS       PIC XX VALUE "00".
       01  WS-OPER-FILE-STATUS   PIC XX VALUE "00".
       01  WS-PARM-STATUS        PIC XX VALUE "00".
       01  WS-SHORT-STATUS       PIC XX VALUE "00".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-OPER-OPEN-FLAG     PIC X VALUE "N".
       01  WS-SHORT-OPEN-FLAG    PIC X VALUE "N".

      *---------------------------------------------------------------*
      * Proof tolerance (TLRPARM.DAT): a difference either way up
      * to this amount is accepted without a supervisor flag.
      *---------------------------------------------------------------*
       01  WS-TOLERANCE          PIC 9(5)V99 VALUE 0.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): the proof writes
      * the day's shortages for the GL extract, so it runs once per
      * business date.
      *---------------------------------------------------------------*
       01  WS-CYCLE-FIELDS.
           05  WS-CTL-STATUS     PIC XX VALUE "00".
           05  WS-CTL-EOF-FLAG   PIC X VALUE "N".
           05  WS-BUS-DATE       PIC X(10) VALUE SPACES.
           05  WS-CTL-OK-FLAG    PIC X VALUE "N".
           05  WS-CTL-IDX        PIC 9(2) VALUE 0.
           05  WS-CTL-HIT-IDX    PIC 9(2) VALUE 0.
           05  WS-CTL-FIND-NAME  PIC X(8) VALUE SPACES.
           05  WS-CTL-STAMP-PER  PIC X(10) VALUE SPACES.
       01  WS-CYCLE-TABLE.
           05  WS-CTL-ENTRY OCCURS 24 TIMES.
               10  WS-CTL-JOB     PIC X(8).
               10  WS-CTL-PERIOD  PIC X(10).
               10  WS-CTL-JSTATUS PIC X.
       01  WS-CTL-COUNT          PIC 9(2) VALUE 0.

      *---------------------------------------------------------------*
      * One entry per operator seen on DRAWER.DAT or AUDITLOG.DAT
      * for the business date. WS-PRF-DRW-STS is the drawer status
      * (O = open, C = counted) or N when the operator keyed cash
      * without opening a drawer.
      *---------------------------------------------------------------*
       01  WS-PROOF-TABLE.
           05  WS-PRF-ENTRY OCCURS 50 TIMES.
               10  WS-PRF-OPER     PIC X(8).
               10  WS-PRF-DRW-STS  PIC X.
               10  WS-PRF-OPEN     PIC 9(7)V99.
               10  WS-PRF-CLOSE    PIC 9(7)V99.
               10  WS-PRF-DEP      PIC 9(9)V99.
               10  WS-PRF-DEP-CT   PIC 9(5).
               10  WS-PRF-WDL      PIC 9(9)V99.
               10  WS-PRF-WDL-CT   PIC 9(5).
       01  WS-PRF-COUNT          PIC 9(2) VALUE 0.
       01  WS-PRF-IDX            PIC 9(2) VALUE 0.
       01  WS-PRF-HIT-IDX        PIC 9(2) VALUE 0.
       01  WS-PRF-FIND-OPER      PIC X(8) VALUE SPACES.
       01  WS-PRF-FULL-FLAG      PIC X VALUE "N".

       01  WS-PROOF-FIELDS.
           05  WS-EXPECTED       PIC S9(9)V99 VALUE 0.
           05  WS-DIFFERENCE     PIC S9(9)V99 VALUE 0.
           05  WS-ABS-DIFF       PIC 9(9)V99 VALUE 0.
           05  WS-SHORT-AMOUNT   PIC 9(7)V99 VALUE 0.
           05  WS-OPER-NAME      PIC X(30) VALUE SPACES.
           05  WS-PROOF-RESULT   PIC X(18) VALUE SPACES.
           05  WS-FLAG-MARK      PIC X(3) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR       PIC 9(4).
               10  WS-MONTH      PIC 9(2).
               10  WS-DAY        PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR       PIC 9(2).
               10  WS-MINUTE     PIC 9(2).
               10  WS-SECOND     PIC 9(2).
           05  WS-DATE-STRING    PIC X(10).
           05  WS-TIME-STRING    PIC X(8).

       01  WS-COUNTERS.
           05  WS-DRAWER-COUNT   PIC 9(5) VALUE 0.
           05  WS-BALANCED-COUNT PIC 9(5) VALUE 0.
           05  WS-FLAGGED-COUNT  PIC 9(5) VALUE 0.
           05  WS-SHORT-COUNT    PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-SHORT    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-OVER     PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(100) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-CASH-EDIT      PIC ZZZZZZ9.99.
           05  WS-EXPECT-EDIT    PIC -ZZZZZZ9.99.
           05  WS-COUNTED-EDIT   PIC ZZZZZZ9.99.
           05  WS-DIFF-EDIT      PIC -ZZZZZZ9.99.
           05  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  TELLER CASH DRAWER PROOF"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM CHECK-CYCLE-PERMIT
           IF WS-CTL-OK-FLAG = "Y"
               PERFORM RUN-PROOF-CYCLE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * Drawers are loaded first, then the day's audit rows add each
      * operator's cash activity; an operator who keyed cash without
      * a drawer row gets an entry of their own so it is flagged
      * rather than lost.
      *---------------------------------------------------------------*
       RUN-PROOF-CYCLE.
           PERFORM LOAD-PROOF-PARAMS
           MOVE 0 TO WS-PRF-COUNT
           PERFORM LOAD-DRAWERS
           PERFORM LOAD-AUDIT-ACTIVITY
           MOVE "00" TO WS-OPER-FILE-STATUS
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPER-OPEN-FLAG
           END-IF
           MOVE "00" TO WS-SHORT-STATUS
           OPEN EXTEND TELLER-SHORT-FILE
           IF WS-SHORT-STATUS = "35"
               MOVE "00" TO WS-SHORT-STATUS
               OPEN OUTPUT TELLER-SHORT-FILE
           END-IF
           IF WS-SHORT-STATUS = "00"
               MOVE "Y" TO WS-SHORT-OPEN-FLAG
           ELSE
               DISPLAY "Error opening teller short file: "
                   WS-SHORT-STATUS
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-COUNT
               PERFORM PROVE-ONE-DRAWER
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF WS-SHORT-OPEN-FLAG = "Y"
               CLOSE TELLER-SHORT-FILE
           END-IF
           IF WS-OPER-OPEN-FLAG = "Y"
               CLOSE OPERATOR-FILE
           END-IF
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM STAMP-CYCLE-COMPLETE.

       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "TLRPROOF" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX) = WS-BUS-DATE
               DISPLAY "TLRPROOF already complete for business "
                   "date " WS-BUS-DATE " - run refused."
               MOVE "N" TO WS-CTL-OK-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       STAMP-CYCLE-COMPLETE.
           MOVE "TLRPROOF" TO WS-CTL-FIND-NAME
           MOVE WS-BUS-DATE TO WS-CTL-STAMP-PER
           PERFORM STAMP-JOB-COMPLETE.

      *---------------------------------------------------------------*
      * Processing-calendar plumbing, shared in shape with the other
      * batch jobs (see CYCLSTAT). A missing control file is seeded
      * with the system date as the business date.
      *---------------------------------------------------------------*
       LOAD-CYCLE-CONTROL.
           MOVE 0 TO WS-CTL-COUNT
           MOVE SPACES TO WS-BUS-DATE
           MOVE "N" TO WS-CTL-EOF-FLAG
           MOVE "00" TO WS-CTL-STATUS
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               PERFORM SEED-CYCLE-CONTROL
           ELSE
               PERFORM LOAD-ONE-CONTROL-ROW
                   UNTIL WS-CTL-EOF-FLAG = "Y"
               CLOSE CYCLE-CONTROL-FILE
               MOVE "BUSDATE" TO WS-CTL-FIND-NAME
               PERFORM FIND-CYCLE-JOB
               IF WS-CTL-HIT-IDX > 0
                   MOVE WS-CTL-PERIOD(WS-CTL-HIT-IDX)
                       TO WS-BUS-DATE
               ELSE
                   PERFORM SEED-CYCLE-CONTROL
               END-IF
           END-IF.

       LOAD-ONE-CONTROL-ROW.
           READ CYCLE-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF-FLAG
               NOT AT END
                   IF WS-CTL-COUNT < 24
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CTL-JOB-NAME
                           TO WS-CTL-JOB(WS-CTL-COUNT)
                       MOVE CTL-PERIOD
                           TO WS-CTL-PERIOD(WS-CTL-COUNT)
                       MOVE CTL-STATUS
                           TO WS-CTL-JSTATUS(WS-CTL-COUNT)
                   END-IF
           END-READ.

       SEED-CYCLE-CONTROL.
           MOVE 1 TO WS-CTL-COUNT
           MOVE "BUSDATE" TO WS-CTL-JOB(1)
           MOVE WS-DATE-STRING TO WS-CTL-PERIOD(1)
           MOVE "A" TO WS-CTL-JSTATUS(1)
           MOVE WS-DATE-STRING TO WS-BUS-DATE
           PERFORM WRITE-CYCLE-CONTROL.

       FIND-CYCLE-JOB.
           MOVE 0 TO WS-CTL-HIT-IDX
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
                   OR WS-CTL-HIT-IDX > 0
               IF WS-CTL-JOB(WS-CTL-IDX) = WS-CTL-FIND-NAME
                   MOVE WS-CTL-IDX TO WS-CTL-HIT-IDX
               END-IF
           END-PERFORM.

       STAMP-JOB-COMPLETE.
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX = 0
               IF WS-CTL-COUNT < 24
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CTL-COUNT TO WS-CTL-HIT-IDX
                   MOVE WS-CTL-FIND-NAME
                       TO WS-CTL-JOB(WS-CTL-HIT-IDX)
               END-IF
           END-IF
           IF WS-CTL-HIT-IDX > 0
               MOVE WS-CTL-STAMP-PER
                   TO WS-CTL-PERIOD(WS-CTL-HIT-IDX)
               MOVE "C" TO WS-CTL-JSTATUS(WS-CTL-HIT-IDX)
               PERFORM WRITE-CYCLE-CONTROL
           END-IF.

       WRITE-CYCLE-CONTROL.
           OPEN OUTPUT CYCLE-CONTROL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE WS-CTL-JOB(WS-CTL-IDX) TO CTL-JOB-NAME
               MOVE WS-CTL-PERIOD(WS-CTL-IDX) TO CTL-PERIOD
               MOVE WS-CTL-JSTATUS(WS-CTL-IDX) TO CTL-STATUS
               WRITE CYCLE-CONTROL-RECORD
           END-PERFORM
           CLOSE CYCLE-CONTROL-FILE.

       LOAD-PROOF-PARAMS.
           MOVE "00" TO WS-PARM-STATUS
           OPEN INPUT PROOF-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               PERFORM SEED-DEFAULT-PROOF-PARAMS
               PERFORM WRITE-PROOF-PARM-FILE
           ELSE
               READ PROOF-PARM-FILE
                   AT END
                       PERFORM SEED-DEFAULT-PROOF-PARAMS
                   NOT AT END
                       MOVE PP-TOLERANCE TO WS-TOLERANCE
               END-READ
               CLOSE PROOF-PARM-FILE
           END-IF
           MOVE "00" TO WS-PARM-STATUS.

       SEED-DEFAULT-PROOF-PARAMS.
           MOVE 5.00 TO WS-TOLERANCE.

       WRITE-PROOF-PARM-FILE.
           OPEN OUTPUT PROOF-PARM-FILE
           MOVE WS-TOLERANCE TO PP-TOLERANCE
           WRITE PROOF-PARM-RECORD
           CLOSE PROOF-PARM-FILE.

       LOAD-DRAWERS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-DRAWER-STATUS
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               DISPLAY "No cash drawers on file: "
                   WS-DRAWER-STATUS
           ELSE
               PERFORM LOAD-ONE-DRAWER
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE DRAWER-FILE
           END-IF.

       LOAD-ONE-DRAWER.
           READ DRAWER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF DRW-DATE = WS-BUS-DATE
                       MOVE DRW-OPERATOR TO WS-PRF-FIND-OPER
                       PERFORM FIND-PROOF-ENTRY
                       IF WS-PRF-HIT-IDX > 0
                           MOVE DRW-STATUS
                               TO WS-PRF-DRW-STS(WS-PRF-HIT-IDX)
                           MOVE DRW-OPEN-CASH
                               TO WS-PRF-OPEN(WS-PRF-HIT-IDX)
                           MOVE DRW-CLOSE-CASH
                               TO WS-PRF-CLOSE(WS-PRF-HIT-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-AUDIT-ACTIVITY.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "00" TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "No audit journal: " WS-AUDIT-STATUS
           ELSE
               PERFORM ADD-ONE-AUDIT-ROW
                   UNTIL WS-EOF-FLAG = "Y"
               CLOSE AUDIT-FILE
           END-IF.

       ADD-ONE-AUDIT-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF AUD-DATE = WS-BUS-DATE
                       AND (AUD-ACTION = "D" OR AUD-ACTION = "W"
                           OR AUD-ACTION = "P" OR AUD-ACTION = "N")
                       MOVE AUD-OPERATOR TO WS-PRF-FIND-OPER
                       PERFORM FIND-PROOF-ENTRY
                       IF WS-PRF-HIT-IDX > 0
                           PERFORM ADD-AUDIT-CASH
                       END-IF
                   END-IF
           END-READ.

       ADD-AUDIT-CASH.
           IF AUD-ACTION = "D" OR AUD-ACTION = "P"
               ADD AUD-AMOUNT TO WS-PRF-DEP(WS-PRF-HIT-IDX)
               ADD 1 TO WS-PRF-DEP-CT(WS-PRF-HIT-IDX)
           ELSE
               ADD AUD-AMOUNT TO WS-PRF-WDL(WS-PRF-HIT-IDX)
               ADD 1 TO WS-PRF-WDL-CT(WS-PRF-HIT-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * Find WS-PRF-FIND-OPER in the proof table, adding a fresh
      * entry (drawer status N) when it is not there yet.
      *---------------------------------------------------------------*
       FIND-PROOF-ENTRY.
           MOVE 0 TO WS-PRF-HIT-IDX
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-COUNT
                   OR WS-PRF-HIT-IDX > 0
               IF WS-PRF-OPER(WS-PRF-IDX) = WS-PRF-FIND-OPER
                   MOVE WS-PRF-IDX TO WS-PRF-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-PRF-HIT-IDX = 0
               IF WS-PRF-COUNT < 50
                   ADD 1 TO WS-PRF-COUNT
                   MOVE WS-PRF-COUNT TO WS-PRF-HIT-IDX
                   MOVE WS-PRF-FIND-OPER
                       TO WS-PRF-OPER(WS-PRF-HIT-IDX)
                   MOVE "N" TO WS-PRF-DRW-STS(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-OPEN(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-CLOSE(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-DEP(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-DEP-CT(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-WDL(WS-PRF-HIT-IDX)
                   MOVE 0 TO WS-PRF-WDL-CT(WS-PRF-HIT-IDX)
               ELSE
                   IF WS-PRF-FULL-FLAG = "N"
                       DISPLAY "More than 50 operators - proof "
                           "table full; later operators omitted."
                       MOVE "Y" TO WS-PRF-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * Expected cash = opening + cash in - cash out; the
      * difference is counted minus expected, so a negative
      * difference is a shortage. Any shortage is booked; only a
      * difference beyond the tolerance is flagged.
      *---------------------------------------------------------------*
       PROVE-ONE-DRAWER.
           ADD 1 TO WS-DRAWER-COUNT
           MOVE SPACES TO WS-FLAG-MARK
           MOVE 0 TO WS-DIFFERENCE
           COMPUTE WS-EXPECTED = WS-PRF-OPEN(WS-PRF-IDX)
               + WS-PRF-DEP(WS-PRF-IDX) - WS-PRF-WDL(WS-PRF-IDX)
           EVALUATE WS-PRF-DRW-STS(WS-PRF-IDX)
               WHEN "N"
                   MOVE "NO OPENING CASH" TO WS-PROOF-RESULT
                   MOVE "***" TO WS-FLAG-MARK
               WHEN "O"
                   MOVE "COUNT NOT DECLARED" TO WS-PROOF-RESULT
                   MOVE "***" TO WS-FLAG-MARK
               WHEN OTHER
                   COMPUTE WS-DIFFERENCE =
                       WS-PRF-CLOSE(WS-PRF-IDX) - WS-EXPECTED
                   PERFORM JUDGE-DIFFERENCE
           END-EVALUATE
           IF WS-FLAG-MARK = SPACES
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       JUDGE-DIFFERENCE.
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFF
           END-IF
           EVALUATE TRUE
               WHEN WS-DIFFERENCE = 0
                   MOVE "IN BALANCE" TO WS-PROOF-RESULT
               WHEN WS-DIFFERENCE < 0
                   MOVE "SHORT" TO WS-PROOF-RESULT
                   ADD WS-ABS-DIFF TO WS-TOTAL-SHORT
                   PERFORM WRITE-SHORT-ENTRY
               WHEN OTHER
                   MOVE "OVER" TO WS-PROOF-RESULT
                   ADD WS-ABS-DIFF TO WS-TOTAL-OVER
           END-EVALUATE
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE "***" TO WS-FLAG-MARK
           END-IF.

       WRITE-SHORT-ENTRY.
           ADD 1 TO WS-SHORT-COUNT
           IF WS-SHORT-OPEN-FLAG = "Y"
               MOVE WS-BUS-DATE TO OVS-DATE
               MOVE WS-PRF-OPER(WS-PRF-IDX) TO OVS-OPERATOR
               MOVE WS-ABS-DIFF TO WS-SHORT-AMOUNT
               MOVE WS-SHORT-AMOUNT TO OVS-AMOUNT
               WRITE TELLER-SHORT-RECORD
           END-IF.

       LOOKUP-OPERATOR-NAME.
           MOVE SPACES TO WS-OPER-NAME
           IF WS-OPER-OPEN-FLAG = "Y"
               MOVE WS-PRF-OPER(WS-PRF-IDX) TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "*** NOT ON OPERATOR MASTER ***"
                           TO WS-OPER-NAME
                   NOT INVALID KEY
                       MOVE OPER-NAME TO WS-OPER-NAME
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "TELLER CASH PROOF  BUSINESS DATE "
               WS-BUS-DATE "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOLERANCE TO WS-CASH-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "TOLERANCE $" WS-CASH-EDIT
               "   *** = SUPERVISOR REVIEW"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "OPERATOR NAME                              "
               "OPENING    CASH IN    CASH OUT"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-LINE-OUT
           STRING "           EXPECTED    COUNTED  DIFFERENCE"
               "  RESULT"
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * Two lines per operator: the cash movements, then the proof.
      *---------------------------------------------------------------*
       WRITE-REPORT-DETAIL.
           PERFORM LOOKUP-OPERATOR-NAME
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PRF-OPEN(WS-PRF-IDX) TO WS-CASH-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING WS-PRF-OPER(WS-PRF-IDX) " " WS-OPER-NAME " "
               WS-CASH-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           MOVE WS-PRF-DEP(WS-PRF-IDX) TO WS-CASH-EDIT
           MOVE WS-CASH-EDIT TO WS-LINE-OUT(52:10)
           MOVE WS-PRF-WDL(WS-PRF-IDX) TO WS-CASH-EDIT
           MOVE WS-CASH-EDIT TO WS-LINE-OUT(64:10)
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EXPECTED TO WS-EXPECT-EDIT
           MOVE WS-PRF-CLOSE(WS-PRF-IDX) TO WS-COUNTED-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "        " WS-EXPECT-EDIT " " WS-COUNTED-EDIT
               " " WS-DIFF-EDIT "  " WS-PROOF-RESULT " "
               WS-FLAG-MARK
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-DRAWER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "OPERATORS PROVED:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BALANCED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "WITHIN TOLERANCE:   " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "FLAGGED FOR REVIEW: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SHORT-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-SHORT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "SHORTAGES BOOKED:   " WS-COUNT-EDIT
               "  $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OVER TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "TOTAL OVERAGES:            $" WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-REPORT-LINE
           DISPLAY " "
           DISPLAY "Report written to TLRPROOF.RPT".

       WRITE-REPORT-LINE.
           MOVE WS-LINE-OUT TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-LINE-OUT.

       GET-CURRENT-DATETIME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR "/" WS-MONTH "/"
               WS-DAY DELIMITED BY SIZE
               INTO WS-DATE-STRING
           STRING WS-HOUR ":" WS-MINUTE ":"
               WS-SECOND DELIMITED BY SIZE
               INTO WS-TIME-STRING.
