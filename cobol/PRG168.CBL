       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG168.
       AUTHOR.  Andy Carlson.

      *    Batch stream step control - when NIGHTLY.BAT or
      *    PAYROLL.BAT stopped on a failing program, the operator
      *    reran the whole stream or hand-typed the rest of it, and
      *    steps that had already run ran twice.  The streams now
      *    call this program around every step with PRG168.CTL
      *    holding the stream name, an action and the step:
      *        BEGIN  start of the stream.  A stream that finished
      *               last time (or that PRG169's console has told
      *               to start fresh) opens a new business date -
      *               today - and forgets its old steps; one left
      *               half-finished carries on with the business
      *               date it was working.
      *        CHECK  before a step.  A step already done (or
      *               skipped from the console) for the business
      *               date ends with exit code 1 and the stream
      *               passes over it; otherwise it is noted as the
      *               step in progress and ends 0.
      *        DONE   after a step ran clean - stamps its row.
      *        END    the stream finished.
      *    Everything lives on STEPCTL.DAT; what was decided is
      *    displayed, so the stream's log shows what was skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEP-CONTROL-FILE ASSIGN TO DISK
                                   "stepctl.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Step-Key-SC.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "PRG168.CTL"
                                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL-FILE.
           COPY stepctl.

       FD CONTROL-FILE.
       01 CONTROL-RECORD               PIC X(40).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 STEP-EOF-MARKER          PIC X(3) VALUE "NO".
               88 STEP-END-OF-FILE     VALUE "YES".
           03 STEPS-CLEARED-COUNTER    PIC 9(3) VALUE ZERO.

      *    What the stream asked for this time.
       01 Control-Request.
           03 Ctl-Stream               PIC X(8).
           03 Ctl-Action               PIC X(5).
               88 Action-Begin         VALUE "BEGIN".
               88 Action-Check         VALUE "CHECK".
               88 Action-Done          VALUE "DONE".
               88 Action-End           VALUE "END".
           03 Ctl-Step                 PIC X(8).

      *    The stream's header row, held while the step rows are
      *    read and written.
       01 Header-Hold                  PIC X(67).
       01 Business-Date-Hold           PIC X(10).
       01 Header-Found-Switch          PIC X VALUE "N".
           88 Header-On-File           VALUE "Y".
       01 Step-Found-Switch            PIC X VALUE "N".
           88 Step-On-File             VALUE "Y".

       01 Date-Accept-Record.
           03 yy-dar                   pic 99.
           03 mm-dar                   pic 99.
           03 dd-dar                   pic 99.

       01 Date-Report-Record.
           03 mm-drr                   pic 99.
           03                          pic x value "/".
           03 dd-drr                   pic 99.
           03                          pic x value "/".
           03                          pic 99 value 20.
           03 yy-drr                   pic 99.

       01 Time-Accept-Record.
           03 hh-tar                   pic 99.
           03 mi-tar                   pic 99.
           03 ss-tar                   pic 99.
           03                          pic 99.

       01 Time-Report-Record.
           03 hh-trr                   pic 99.
           03                          pic x value ":".
           03 mi-trr                   pic 99.
           03                          pic x value ":".
           03 ss-trr                   pic 99.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr
           accept Time-Accept-Record from Time
           move hh-tar to hh-trr
           move mi-tar to mi-trr
           move ss-tar to ss-trr

           PERFORM 1200-READ-CONTROL-FILE
           OPEN I-O STEP-CONTROL-FILE
           PERFORM 1500-READ-STREAM-HEADER
           EVALUATE TRUE
               WHEN Action-Begin
                   PERFORM 2000-BEGIN-STREAM
               WHEN Action-Check
                   PERFORM 3000-CHECK-STEP
               WHEN Action-Done
                   PERFORM 4000-STEP-DONE
               WHEN Action-End
                   PERFORM 5000-END-STREAM
               WHEN OTHER
                   DISPLAY "PRG168 - no action understood in "
                           "PRG168.CTL: " CONTROL-RECORD
           END-EVALUATE
           CLOSE STEP-CONTROL-FILE
           STOP RUN.

       1200-READ-CONTROL-FILE.
           MOVE SPACES TO Control-Request
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE SPACES TO CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           UNSTRING CONTROL-RECORD DELIMITED BY ALL SPACE
               INTO Ctl-Stream Ctl-Action Ctl-Step
           END-UNSTRING.

      *    A stream the file has never seen gets its header the
      *    first time through, whatever the action.
       1500-READ-STREAM-HEADER.
           MOVE Ctl-Stream TO Step-Stream-SC
           MOVE "*STREAM" TO Step-Name-SC
           MOVE "Y" TO Header-Found-Switch
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO Header-Found-Switch
                   INITIALIZE Step-Control-Record
                   MOVE Ctl-Stream TO Step-Stream-SC
                   MOVE "*STREAM" TO Step-Name-SC
                   MOVE Date-Report-Record TO Step-Business-Date-SC
                   MOVE "RUN" TO Step-Status-SC
                   MOVE "BATCH" TO Step-Operator-SC
                   MOVE Date-Report-Record TO Step-Stamp-Date-SC
                   MOVE Time-Report-Record TO Step-Stamp-Time-SC
                   WRITE Step-Control-Record
                   END-WRITE
           END-READ
           MOVE Step-Control-Record TO Header-Hold
           MOVE Step-Business-Date-SC TO Business-Date-Hold.

       2000-BEGIN-STREAM.
           IF Header-On-File
                   AND Stream-Running
                   AND NOT Restart-Fresh
               DISPLAY Ctl-Stream " restarting - resuming business "
                       "date " Business-Date-Hold " after "
                       "the steps already done"
           ELSE
               PERFORM 2100-CLEAR-STREAM-STEPS
               MOVE Header-Hold TO Step-Control-Record
               MOVE Date-Report-Record TO Step-Business-Date-SC
               MOVE "RUN" TO Step-Status-SC
               MOVE SPACES TO Step-Current-SC
               MOVE SPACE TO Step-Restart-SC
               MOVE Date-Report-Record TO Step-Stamp-Date-SC
               MOVE Time-Report-Record TO Step-Stamp-Time-SC
               REWRITE Step-Control-Record
               END-REWRITE
               DISPLAY Ctl-Stream " starting fresh for business "
                       "date " Date-Report-Record
           END-IF.

      *    A fresh start forgets every step done before, so a
      *    second run on the same date runs them all again.
       2100-CLEAR-STREAM-STEPS.
           MOVE Ctl-Stream TO Step-Stream-SC
           MOVE LOW-VALUES TO Step-Name-SC
           MOVE "NO" TO STEP-EOF-MARKER
           START STEP-CONTROL-FILE KEY IS NOT < Step-Key-SC
               INVALID KEY MOVE "YES" TO STEP-EOF-MARKER
           END-START
           PERFORM 2150-CLEAR-ONE-STEP
               UNTIL STEP-END-OF-FILE.

       2150-CLEAR-ONE-STEP.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END MOVE "YES" TO STEP-EOF-MARKER
               NOT AT END
                   IF Step-Stream-SC NOT = Ctl-Stream
                       MOVE "YES" TO STEP-EOF-MARKER
                   ELSE
                       IF NOT Step-Is-Header
                           MOVE SPACES TO Step-Business-Date-SC
                           REWRITE Step-Control-Record
                           END-REWRITE
                           ADD 1 TO STEPS-CLEARED-COUNTER
                       END-IF
                   END-IF
           END-READ.

       3000-CHECK-STEP.
           MOVE Ctl-Stream TO Step-Stream-SC
           MOVE Ctl-Step TO Step-Name-SC
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO Step-Business-Date-SC
           END-READ
           IF Step-Business-Date-SC = Business-Date-Hold
                   AND (Step-Done OR Step-Skipped)
               IF Step-Skipped
                   DISPLAY Ctl-Step " skipped from the console by "
                           Step-Operator-SC " - not run"
               ELSE
                   DISPLAY Ctl-Step " already done for "
                           Business-Date-Hold " - not run again"
               END-IF
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE Header-Hold TO Step-Control-Record
               MOVE Ctl-Step TO Step-Current-SC
               MOVE "RUN" TO Step-Status-SC
               REWRITE Step-Control-Record
               END-REWRITE
           END-IF.

       4000-STEP-DONE.
           MOVE Ctl-Stream TO Step-Stream-SC
           MOVE Ctl-Step TO Step-Name-SC
           MOVE "Y" TO Step-Found-Switch
           READ STEP-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO Step-Found-Switch
                   INITIALIZE Step-Control-Record
                   MOVE Ctl-Stream TO Step-Stream-SC
                   MOVE Ctl-Step TO Step-Name-SC
           END-READ
           MOVE Business-Date-Hold TO Step-Business-Date-SC
           MOVE "DONE" TO Step-Status-SC
           MOVE Date-Report-Record TO Step-Stamp-Date-SC
           MOVE Time-Report-Record TO Step-Stamp-Time-SC
           MOVE "BATCH" TO Step-Operator-SC
           IF Step-On-File
               REWRITE Step-Control-Record
               END-REWRITE
           ELSE
               WRITE Step-Control-Record
               END-WRITE
           END-IF
           MOVE Header-Hold TO Step-Control-Record
           MOVE SPACES TO Step-Current-SC
           REWRITE Step-Control-Record
           END-REWRITE.

       5000-END-STREAM.
           MOVE Header-Hold TO Step-Control-Record
           MOVE "DONE" TO Step-Status-SC
           MOVE SPACES TO Step-Current-SC
           MOVE Date-Report-Record TO Step-Stamp-Date-SC
           MOVE Time-Report-Record TO Step-Stamp-Time-SC
           REWRITE Step-Control-Record
           END-REWRITE
           DISPLAY Ctl-Stream " finished for business date "
                   Business-Date-Hold.
