      *================================================================*
      * SANCSCRN: Sanctions watch-list rescreen of the customer
      * master. Companion batch job to BANKACCT, which screens each
      * name as it is added or changed. Runs nightly but does real
      * work only when a watch list (WATCHLST.DAT) with a later list
      * date than the last one screened has been delivered: every
      * customer on CUSTMAST.DAT is then scored against every listed
      * name with the same word-match rules as BANKACCT. Hits at or
      * above the review threshold in SANCPARM.DAT are written with
      * their scores to the hits report (SANCHITS.RPT) for
      * compliance. A hit at or above the confirm threshold is a
      * confirmed match unless a supervisor has already cleared that
      * customer and entry (SANCCLR.DAT, written by BANKACCT), and
      * every account the customer owns through ACCT-CUST-NO is
      * frozen (ACCT-STATUS F) with the usual Z row as soon as the
      * match is confirmed.
      * The run is stamped on CYCLCTL.DAT with the list date, not
      * the business date, so the same delivery is never screened
      * twice and the next one always is.
      * No ACCEPT statements: runnable in the overnight window with
      * no operator present.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCRN.
       AUTHOR. BANKING-SYSTEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT SCREEN-CLEARANCE-FILE
               ASSIGN TO "SANCCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
           SELECT SCREEN-PARM-FILE
               ASSIGN TO "SANCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HITS-REPORT-FILE
               ASSIGN TO "SANCHITS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE
               ASSIGN TO "TRNHISTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMST.

       FD  TRANSACTION-FILE.
           COPY TRANREC.

       FD  WATCH-LIST-FILE.
           COPY WATCHREC.

       FD  SCREEN-CLEARANCE-FILE.
           COPY SANCCLR.

      *---------------------------------------------------------------*
      * Screening thresholds: a score at or above SP-REVIEW-SCORE is
      * reported for review; at or above SP-CONFIRM-SCORE it is a
      * confirmed match and the customer's accounts are frozen.
      *---------------------------------------------------------------*
       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05  SP-REVIEW-SCORE    PIC 9(3).
           05  SP-CONFIRM-SCORE   PIC 9(3).

       FD  HITS-REPORT-FILE.
       01  HITS-REPORT-LINE       PIC X(120).

       FD  HISTORY-FILE.
           COPY TRNHIST.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC XX VALUE "00".
       01  WS-MAST-STATUS        PIC XX VALUE "00".
       01  WS-WATCH-STATUS       PIC XX VALUE "00".
       01  WS-CLR-STATUS         PIC XX VALUE "00".
       01  WS-PARM-STATUS        PIC XX VALUE "00".
       01  WS-HIST-STATUS        PIC XX VALUE "00".
       01  WS-HIST-DONE-FLAG     PIC X VALUE "N".
       01  WS-EOF-FLAG           PIC X VALUE "N".
       01  WS-ACCT-EOF-FLAG      PIC X VALUE "N".
       01  WS-WATCH-EOF-FLAG     PIC X VALUE "N".
       01  WS-CLR-EOF-FLAG       PIC X VALUE "N".
       01  WS-LIST-OK-FLAG       PIC X VALUE "N".
       01  WS-CLEARED-FLAG       PIC X VALUE "N".
       01  WS-CLR-DUP-FLAG       PIC X VALUE "N".
       01  WS-CONFIRMED-FLAG     PIC X VALUE "N".
       01  WS-DISPOSITION        PIC X(9) VALUE SPACES.
       01  WS-FREEZE-RESULT      PIC X(18) VALUE SPACES.

      *---------------------------------------------------------------*
      * Processing-calendar control (CYCLCTL.DAT): the SANCSCRN row
      * carries the list date of the last delivery screened.
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

       01  WS-SCREEN-PARMS.
           05  WS-SCRN-REVIEW    PIC 9(3) VALUE 80.
           05  WS-SCRN-CONFIRM   PIC 9(3) VALUE 100.

      *---------------------------------------------------------------*
      * The delivered list, held in storage so each customer is
      * scored without rereading the file. A list too large for the
      * table is refused outright: a partial screen would pass
      * customers the missing names should have caught.
      *---------------------------------------------------------------*
       01  WS-LIST-DATE          PIC X(10) VALUE SPACES.
       01  WS-WL-COUNT           PIC 9(4) VALUE 0.
       01  WS-WL-IDX             PIC 9(4) VALUE 0.
       01  WS-WL-TABLE.
           05  WS-WL-ENTRY OCCURS 3000 TIMES.
               10  WS-WL-ENTRY-ID PIC X(10).
               10  WS-WL-NAME     PIC X(30).
               10  WS-WL-PROGRAM  PIC X(6).

      *---------------------------------------------------------------*
      * Supervisor clearances from BANKACCT (customer, entry and the
      * name that was cleared), each held once however often the
      * same clearance was repeated at the window.
      *---------------------------------------------------------------*
       01  WS-CLR-COUNT          PIC 9(4) VALUE 0.
       01  WS-CLR-IDX            PIC 9(4) VALUE 0.
       01  WS-CLR-TABLE.
           05  WS-CLR-ENTRY OCCURS 2000 TIMES.
               10  WS-CLR-CUST-NO  PIC X(8).
               10  WS-CLR-ENTRY-ID PIC X(10).
               10  WS-CLR-NAME     PIC X(30).

      *---------------------------------------------------------------*
      * Name-matching work fields, same shape as in BANKACCT. Each
      * name is split into at most six words; A is the customer,
      * B the watch-list name being scored against it.
      *---------------------------------------------------------------*
       01  WS-NAME-MATCH-FIELDS.
           05  WS-NM-TEXT        PIC X(30).
           05  WS-NM-NAME-B      PIC X(30).
           05  WS-NM-RAW-WORDS.
               10  WS-NM-RAW     PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-WORDS.
               10  WS-NM-WORD    PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT       PIC 9(2) VALUE 0.
           05  WS-NM-WORDS-A.
               10  WS-NM-WORD-A  PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT-A     PIC 9(2) VALUE 0.
           05  WS-NM-WORDS-B.
               10  WS-NM-WORD-B  PIC X(30) OCCURS 6 TIMES.
           05  WS-NM-COUNT-B     PIC 9(2) VALUE 0.
           05  WS-NM-USED-FLAGS.
               10  WS-NM-USED-B  PIC X OCCURS 6 TIMES.
           05  WS-NM-IDX         PIC 9(2) VALUE 0.
           05  WS-NM-IDX-A       PIC 9(2) VALUE 0.
           05  WS-NM-IDX-B       PIC 9(2) VALUE 0.
           05  WS-NM-HIT-FLAG    PIC X VALUE "N".
           05  WS-NM-MATCHED     PIC 9(2) VALUE 0.
           05  WS-NM-SCORE       PIC 9(3) VALUE 0.
           05  WS-NM-SCORE-EDIT  PIC ZZ9.

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
           05  WS-CUST-COUNT     PIC 9(5) VALUE 0.
           05  WS-HIT-COUNT      PIC 9(5) VALUE 0.
           05  WS-CONFIRM-HITS   PIC 9(5) VALUE 0.
           05  WS-REVIEW-HITS    PIC 9(5) VALUE 0.
           05  WS-CLEARED-HITS   PIC 9(5) VALUE 0.
           05  WS-FROZEN-COUNT   PIC 9(5) VALUE 0.
           05  WS-WAS-FROZEN     PIC 9(5) VALUE 0.
           05  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.
           05  WS-CLR-OVERFLOW   PIC 9(5) VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-LINE-OUT       PIC X(120) VALUE SPACES.
           05  WS-COUNT-EDIT     PIC ZZZZ9.
           05  WS-LIST-EDIT      PIC ZZZ9.
           05  WS-THRESH-EDIT    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=================================="
           DISPLAY "  SANCTIONS WATCH-LIST RESCREEN"
           DISPLAY "=================================="
           PERFORM GET-CURRENT-DATETIME
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM LOAD-SCREEN-PARAMS
           PERFORM LOAD-WATCH-LIST
           IF WS-LIST-OK-FLAG = "Y"
               PERFORM CHECK-CYCLE-PERMIT
               IF WS-CTL-OK-FLAG = "Y"
                   PERFORM RUN-SCREENING-CYCLE
               END-IF
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * A missing or empty list is reported (RC 4) but is not an
      * error in the nightly stream; a list larger than the table
      * is refused (RC 8).
      *---------------------------------------------------------------*
       LOAD-WATCH-LIST.
           MOVE "N" TO WS-LIST-OK-FLAG
           MOVE 0 TO WS-WL-COUNT
           MOVE 0 TO WS-OVERFLOW-COUNT
           MOVE SPACES TO WS-LIST-DATE
           MOVE "N" TO WS-WATCH-EOF-FLAG
           MOVE "00" TO WS-WATCH-STATUS
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY "No watch list on file: " WS-WATCH-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ONE-WATCH-ENTRY
                   UNTIL WS-WATCH-EOF-FLAG = "Y"
               CLOSE WATCH-LIST-FILE
               IF WS-OVERFLOW-COUNT > 0
                   MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
                   DISPLAY "Watch list exceeds 3000 names ("
                       WS-COUNT-EDIT " more) - run refused."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WL-COUNT = 0
                       DISPLAY "Watch list is empty - nothing "
                           "to screen."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "Y" TO WS-LIST-OK-FLAG
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-WATCH-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   MOVE "Y" TO WS-WATCH-EOF-FLAG
               NOT AT END
                   IF WS-WL-COUNT < 3000
                       ADD 1 TO WS-WL-COUNT
                       MOVE WL-ENTRY-ID
                           TO WS-WL-ENTRY-ID(WS-WL-COUNT)
                       MOVE WL-NAME TO WS-WL-NAME(WS-WL-COUNT)
                       MOVE WL-PROGRAM
                           TO WS-WL-PROGRAM(WS-WL-COUNT)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
                   IF WL-LIST-DATE > WS-LIST-DATE
                       MOVE WL-LIST-DATE TO WS-LIST-DATE
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Nothing to do when this delivery (or a later one) has
      * already been screened: the run ends quietly with RC 0.
      *---------------------------------------------------------------*
       CHECK-CYCLE-PERMIT.
           MOVE "Y" TO WS-CTL-OK-FLAG
           MOVE "SANCSCRN" TO WS-CTL-FIND-NAME
           PERFORM FIND-CYCLE-JOB
           IF WS-CTL-HIT-IDX > 0
               AND WS-CTL-JSTATUS(WS-CTL-HIT-IDX) = "C"
               AND WS-CTL-PERIOD(WS-CTL-HIT-IDX) >= WS-LIST-DATE
               DISPLAY "Watch list dated " WS-LIST-DATE
                   " already screened - no rescreen needed."
               MOVE "N" TO WS-CTL-OK-FLAG
           END-IF.

       STAMP-CYCLE-COMPLETE.
           MOVE "SANCSCRN" TO WS-CTL-FIND-NAME
           MOVE WS-LIST-DATE TO WS-CTL-STAMP-PER
           PERFORM STAMP-JOB-COMPLETE.

      *---------------------------------------------------------------*
      * Every clearance must be held and both customer files must
      * open before any screening is done: a run that could freeze
      * a cleared customer, or could not freeze a confirmed match,
      * is refused (RC 8) and left unstamped, so the list is
      * screened again.
      *---------------------------------------------------------------*
       RUN-SCREENING-CYCLE.
           PERFORM LOAD-CLEARANCES
           IF WS-CLR-OVERFLOW > 0
               MOVE WS-CLR-OVERFLOW TO WS-COUNT-EDIT
               DISPLAY "Clearances exceed 2000 ("
                   WS-COUNT-EDIT " more) - run refused."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-CUSTOMER-FILES
           END-IF.

       OPEN-CUSTOMER-FILES.
           MOVE "00" TO WS-MAST-STATUS
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "Error opening customer master: "
                   WS-MAST-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "00" TO WS-FILE-STATUS
               OPEN I-O CUSTOMER-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "Error opening customer file: "
                       WS-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE CUSTOMER-MASTER-FILE
               ELSE
                   PERFORM SCREEN-ALL-CUSTOMERS
               END-IF
           END-IF.

       SCREEN-ALL-CUSTOMERS.
           OPEN EXTEND TRANSACTION-FILE
           OPEN OUTPUT HITS-REPORT-FILE
           PERFORM WRITE-HITS-HEADER
           MOVE "N" TO WS-EOF-FLAG
           PERFORM SCREEN-ONE-CUSTOMER
               UNTIL WS-EOF-FLAG = "Y"
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM WRITE-HITS-TOTALS
           CLOSE HITS-REPORT-FILE
           PERFORM STAMP-CYCLE-COMPLETE
           IF WS-CONFIRM-HITS > 0 OR WS-REVIEW-HITS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

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

       LOAD-SCREEN-PARAMS.
           MOVE "00" TO WS-PARM-STATUS
           OPEN INPUT SCREEN-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               PERFORM SEED-DEFAULT-SCREEN-PARAMS
               PERFORM WRITE-SCREEN-PARM-FILE
           ELSE
               READ SCREEN-PARM-FILE
                   AT END
                       PERFORM SEED-DEFAULT-SCREEN-PARAMS
                   NOT AT END
                       MOVE SP-REVIEW-SCORE TO WS-SCRN-REVIEW
                       MOVE SP-CONFIRM-SCORE TO WS-SCRN-CONFIRM
               END-READ
               CLOSE SCREEN-PARM-FILE
           END-IF
           MOVE "00" TO WS-PARM-STATUS.

       SEED-DEFAULT-SCREEN-PARAMS.
           MOVE 80 TO WS-SCRN-REVIEW
           MOVE 100 TO WS-SCRN-CONFIRM.

       WRITE-SCREEN-PARM-FILE.
           OPEN OUTPUT SCREEN-PARM-FILE
           MOVE WS-SCRN-REVIEW TO SP-REVIEW-SCORE
           MOVE WS-SCRN-CONFIRM TO SP-CONFIRM-SCORE
           WRITE SCREEN-PARM-RECORD
           CLOSE SCREEN-PARM-FILE.

       LOAD-CLEARANCES.
           MOVE 0 TO WS-CLR-COUNT
           MOVE 0 TO WS-CLR-OVERFLOW
           MOVE "N" TO WS-CLR-EOF-FLAG
           MOVE "00" TO WS-CLR-STATUS
           OPEN INPUT SCREEN-CLEARANCE-FILE
           IF WS-CLR-STATUS = "00"
               PERFORM LOAD-ONE-CLEARANCE
                   UNTIL WS-CLR-EOF-FLAG = "Y"
               CLOSE SCREEN-CLEARANCE-FILE
           END-IF.

       LOAD-ONE-CLEARANCE.
           READ SCREEN-CLEARANCE-FILE
               AT END
                   MOVE "Y" TO WS-CLR-EOF-FLAG
               NOT AT END
                   MOVE "N" TO WS-CLR-DUP-FLAG
                   PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                       UNTIL WS-CLR-IDX > WS-CLR-COUNT
                           OR WS-CLR-DUP-FLAG = "Y"
                       IF WS-CLR-CUST-NO(WS-CLR-IDX) = CLR-CUST-NO
                           AND WS-CLR-ENTRY-ID(WS-CLR-IDX)
                               = CLR-ENTRY-ID
                           AND WS-CLR-NAME(WS-CLR-IDX)
                               = CLR-CUST-NAME
                           MOVE "Y" TO WS-CLR-DUP-FLAG
                       END-IF
                   END-PERFORM
                   IF WS-CLR-DUP-FLAG = "N"
                       IF WS-CLR-COUNT < 2000
                           ADD 1 TO WS-CLR-COUNT
                           MOVE CLR-CUST-NO
                               TO WS-CLR-CUST-NO(WS-CLR-COUNT)
                           MOVE CLR-ENTRY-ID
                               TO WS-CLR-ENTRY-ID(WS-CLR-COUNT)
                           MOVE CLR-CUST-NAME
                               TO WS-CLR-NAME(WS-CLR-COUNT)
                       ELSE
                           ADD 1 TO WS-CLR-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *---------------------------------------------------------------*
      * Every customer, open or closed, is scored against every
      * listed name; closed customers can still own accounts.
      *---------------------------------------------------------------*
       SCREEN-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUST-NAME TO WS-NM-TEXT
                   PERFORM SPLIT-NAME-WORDS
                   MOVE WS-NM-WORDS TO WS-NM-WORDS-A
                   MOVE WS-NM-COUNT TO WS-NM-COUNT-A
                   MOVE "N" TO WS-CONFIRMED-FLAG
                   MOVE 1 TO WS-WL-IDX
                   PERFORM SCORE-ONE-LIST-ENTRY
                       UNTIL WS-WL-IDX > WS-WL-COUNT
                   IF WS-CONFIRMED-FLAG = "Y"
                       PERFORM FREEZE-CONFIRMED-ACCOUNTS
                   END-IF
           END-READ.

       SCORE-ONE-LIST-ENTRY.
           MOVE WS-WL-NAME(WS-WL-IDX) TO WS-NM-NAME-B
           PERFORM SCORE-NAME-MATCH
           IF WS-NM-SCORE >= WS-SCRN-REVIEW
               ADD 1 TO WS-HIT-COUNT
               PERFORM CHECK-CLEARANCE
               IF WS-CLEARED-FLAG = "Y"
                   MOVE "CLEARED" TO WS-DISPOSITION
                   ADD 1 TO WS-CLEARED-HITS
               ELSE
                   IF WS-NM-SCORE >= WS-SCRN-CONFIRM
                       MOVE "CONFIRMED" TO WS-DISPOSITION
                       MOVE "Y" TO WS-CONFIRMED-FLAG
                       ADD 1 TO WS-CONFIRM-HITS
                   ELSE
                       MOVE "REVIEW" TO WS-DISPOSITION
                       ADD 1 TO WS-REVIEW-HITS
                   END-IF
               END-IF
               PERFORM WRITE-HITS-DETAIL
           END-IF
           ADD 1 TO WS-WL-IDX.

      *---------------------------------------------------------------*
      * A clearance holds only while the customer still carries the
      * name the supervisor cleared.
      *---------------------------------------------------------------*
       CHECK-CLEARANCE.
           MOVE "N" TO WS-CLEARED-FLAG
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
               UNTIL WS-CLR-IDX > WS-CLR-COUNT
                   OR WS-CLEARED-FLAG = "Y"
               IF WS-CLR-CUST-NO(WS-CLR-IDX) = CUST-NO
                   AND WS-CLR-ENTRY-ID(WS-CLR-IDX)
                       = WS-WL-ENTRY-ID(WS-WL-IDX)
                   AND WS-CLR-NAME(WS-CLR-IDX) = CUST-NAME
                   MOVE "Y" TO WS-CLEARED-FLAG
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * Name scoring, same rules as BANKACCT: both names are upper-
      * cased, stripped of punctuation and split into words, and
      * the score is twice the words they share over the words in
      * both, as a percentage. Word order and an extra middle name
      * cost little; a different surname scores low. Callers split
      * the customer name into WS-NM-WORDS-A once and set
      * WS-NM-NAME-B for each name scored against it.
      *---------------------------------------------------------------*
       SCORE-NAME-MATCH.
           MOVE WS-NM-NAME-B TO WS-NM-TEXT
           PERFORM SPLIT-NAME-WORDS
           MOVE WS-NM-WORDS TO WS-NM-WORDS-B
           MOVE WS-NM-COUNT TO WS-NM-COUNT-B
           MOVE SPACES TO WS-NM-USED-FLAGS
           MOVE 0 TO WS-NM-MATCHED
           MOVE 0 TO WS-NM-SCORE
           MOVE 1 TO WS-NM-IDX-A
           PERFORM MATCH-ONE-NAME-WORD
               UNTIL WS-NM-IDX-A > WS-NM-COUNT-A
           IF WS-NM-COUNT-A + WS-NM-COUNT-B > 0
               COMPUTE WS-NM-SCORE = (WS-NM-MATCHED * 200)
                   / (WS-NM-COUNT-A + WS-NM-COUNT-B)
           END-IF.

       MATCH-ONE-NAME-WORD.
           MOVE "N" TO WS-NM-HIT-FLAG
           PERFORM VARYING WS-NM-IDX-B FROM 1 BY 1
               UNTIL WS-NM-IDX-B > WS-NM-COUNT-B
                   OR WS-NM-HIT-FLAG = "Y"
               IF WS-NM-USED-B(WS-NM-IDX-B) NOT = "Y"
                   AND WS-NM-WORD-B(WS-NM-IDX-B)
                       = WS-NM-WORD-A(WS-NM-IDX-A)
                   MOVE "Y" TO WS-NM-USED-B(WS-NM-IDX-B)
                   MOVE "Y" TO WS-NM-HIT-FLAG
                   ADD 1 TO WS-NM-MATCHED
               END-IF
           END-PERFORM
           ADD 1 TO WS-NM-IDX-A.

       SPLIT-NAME-WORDS.
           INSPECT WS-NM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ      "
           MOVE SPACES TO WS-NM-RAW-WORDS
           UNSTRING WS-NM-TEXT DELIMITED BY ALL SPACE
               INTO WS-NM-RAW(1) WS-NM-RAW(2) WS-NM-RAW(3)
                   WS-NM-RAW(4) WS-NM-RAW(5) WS-NM-RAW(6)
           END-UNSTRING
           MOVE SPACES TO WS-NM-WORDS
           MOVE 0 TO WS-NM-COUNT
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
               UNTIL WS-NM-IDX > 6
               IF WS-NM-RAW(WS-NM-IDX) NOT = SPACES
                   ADD 1 TO WS-NM-COUNT
                   MOVE WS-NM-RAW(WS-NM-IDX)
                       TO WS-NM-WORD(WS-NM-COUNT)
               END-IF
           END-PERFORM.

      *---------------------------------------------------------------*
      * A pass of CUSTOMERS.DAT for the customer just confirmed:
      * every active account it owns is frozen exactly as
      * FREEZE-ACCOUNT in BANKACCT does it, and listed under the
      * customer's hits. Closed accounts are left closed.
      *---------------------------------------------------------------*
       FREEZE-CONFIRMED-ACCOUNTS.
           MOVE "N" TO WS-ACCT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF-FLAG
           END-START
           PERFORM FREEZE-ONE-ACCOUNT
               UNTIL WS-ACCT-EOF-FLAG = "Y".

       FREEZE-ONE-ACCOUNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ACCT-EOF-FLAG
               NOT AT END
                   IF ACCT-CUST-NO = CUST-NO
                       PERFORM FREEZE-OWNED-ACCOUNT
                   END-IF
           END-READ.

       FREEZE-OWNED-ACCOUNT.
           IF ACCT-STATUS = "A"
               MOVE "F" TO ACCT-STATUS
               REWRITE CUSTOMER-RECORD
               PERFORM LOG-TRANSACTION-FREEZE
               ADD 1 TO WS-FROZEN-COUNT
               MOVE "FROZEN" TO WS-FREEZE-RESULT
           ELSE
               IF ACCT-STATUS = "F"
                   ADD 1 TO WS-WAS-FROZEN
                   MOVE "ALREADY FROZEN" TO WS-FREEZE-RESULT
               ELSE
                   MOVE "CLOSED - NO ACTION" TO WS-FREEZE-RESULT
               END-IF
           END-IF
           MOVE SPACES TO WS-LINE-OUT
           STRING "  ACCOUNT " ACCT-ID "  CUSTOMER "
               ACCT-CUST-NO "  " ACCT-NAME "  "
               WS-FREEZE-RESULT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE.

       LOG-TRANSACTION-FREEZE.
           MOVE ACCT-ID TO TRANS-ACCT-ID
           MOVE "Z" TO TRANS-TYPE
           MOVE 0 TO TRANS-AMOUNT
           MOVE WS-BUS-DATE TO TRANS-DATE
           MOVE WS-TIME-STRING TO TRANS-TIME
           MOVE SPACES TO TRANS-COUNTERPARTY
           WRITE TRANSACTION-RECORD
           PERFORM WRITE-HISTORY-MIRROR.

      *---------------------------------------------------------------*
      * Mirror the row just written into the keyed history file,
      * same as WRITE-HISTORY-MIRROR in BANKACCT: duplicate keys
      * bump the tiebreaker and retry.
      *---------------------------------------------------------------*
       WRITE-HISTORY-MIRROR.
           MOVE "00" TO WS-HIST-STATUS
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               MOVE "00" TO WS-HIST-STATUS
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "Error opening history mirror: "
                   WS-HIST-STATUS
           ELSE
               MOVE TRANS-ACCT-ID TO HIST-ACCT-ID
               MOVE TRANS-DATE TO HIST-DATE
               MOVE TRANS-TIME TO HIST-TIME
               MOVE 0 TO HIST-SEQ
               MOVE TRANS-TYPE TO HIST-TYPE
               MOVE TRANS-AMOUNT TO HIST-AMOUNT
               MOVE TRANS-COUNTERPARTY TO HIST-COUNTERPARTY
               MOVE "N" TO WS-HIST-DONE-FLAG
               PERFORM WRITE-HISTORY-ROW
                   UNTIL WS-HIST-DONE-FLAG = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       WRITE-HISTORY-ROW.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HIST-SEQ
                   IF HIST-SEQ > 9998
                       DISPLAY "History mirror tiebreaker "
                           "exhausted for " HIST-ACCT-ID
                       MOVE "Y" TO WS-HIST-DONE-FLAG
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-DONE-FLAG
           END-WRITE.

       WRITE-HITS-HEADER.
           MOVE SPACES TO WS-LINE-OUT
           STRING "SANCTIONS WATCH-LIST HITS  LIST DATE "
               WS-LIST-DATE "  RUN " WS-DATE-STRING " "
               WS-TIME-STRING
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-WL-COUNT TO WS-LIST-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "LISTED NAMES " WS-LIST-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           MOVE WS-SCRN-REVIEW TO WS-THRESH-EDIT
           STRING "  REVIEW AT " WS-THRESH-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT(18:15)
           MOVE WS-SCRN-CONFIRM TO WS-THRESH-EDIT
           STRING "  CONFIRMED AT " WS-THRESH-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT(33:18)
           PERFORM WRITE-HITS-LINE
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE "CUST NO" TO WS-LINE-OUT(1:7)
           MOVE "CUSTOMER NAME" TO WS-LINE-OUT(10:13)
           MOVE "ENTRY ID" TO WS-LINE-OUT(41:8)
           MOVE "LISTED NAME" TO WS-LINE-OUT(52:11)
           MOVE "PROG" TO WS-LINE-OUT(83:4)
           MOVE "SCORE" TO WS-LINE-OUT(88:5)
           MOVE "DISPOSITION" TO WS-LINE-OUT(96:11)
           PERFORM WRITE-HITS-LINE.

       WRITE-HITS-DETAIL.
           MOVE WS-NM-SCORE TO WS-NM-SCORE-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING CUST-NO " " CUST-NAME " "
               WS-WL-ENTRY-ID(WS-WL-IDX) " "
               WS-WL-NAME(WS-WL-IDX) " "
               WS-WL-PROGRAM(WS-WL-IDX) " "
               WS-NM-SCORE-EDIT "   " WS-DISPOSITION
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE.

       WRITE-HITS-TOTALS.
           MOVE SPACES TO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-CUST-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "CUSTOMERS SCREENED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "HITS REPORTED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-CONFIRM-HITS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  CONFIRMED:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-REVIEW-HITS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  FOR REVIEW:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-CLEARED-HITS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "  CLEARED:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-FROZEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ACCOUNTS FROZEN:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           MOVE WS-WAS-FROZEN TO WS-COUNT-EDIT
           MOVE SPACES TO WS-LINE-OUT
           STRING "ALREADY FROZEN:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-LINE-OUT
           PERFORM WRITE-HITS-LINE
           DISPLAY " "
           DISPLAY "Hits report written to SANCHITS.RPT".

       WRITE-HITS-LINE.
           MOVE WS-LINE-OUT TO HITS-REPORT-LINE
           WRITE HITS-REPORT-LINE
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
