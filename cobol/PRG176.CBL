       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRG176.
       AUTHOR.  Andy Carlson.

      *    Segregation-of-duties report - every operator on
      *    OPERMST.DAT held up against each pair of functions on
      *    OPCONFL.DAT, the conflict table kept on PRG175, and every
      *    pair the operator holds both halves of printed with the
      *    reason the pair conflicts.  An operator's hold on a
      *    function is worked out the way PRG44 grants it at
      *    sign-on: the highest right on their OPPERM.DAT row
      *    (approve 3, update 2, inquiry 1, no row nothing), or for
      *    an operator with no rows at all the single level on the
      *    operator master, which reaches every function.  A right
      *    on the conflict table is held at that level or above, so
      *    approve counts as update and update as inquiry.  Those
      *    operators still on a single level are listed again at
      *    the end so they can be moved onto permissions.  Run by
      *    hand when the auditors ask for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Operator-File ASSIGN TO DISK "opermst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Operator-Id-OP.
           SELECT OPTIONAL Permission-File ASSIGN TO DISK
                                   "opperm.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS DYNAMIC
                                   RECORD KEY IS Permission-Key-PM.
           SELECT OPTIONAL Conflict-File ASSIGN TO DISK
                                   "opconfl.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Conflict-Key-FC.
           SELECT OUTPUT-PRINTER-FILE ASSIGN TO PRINTER "lpt1".

       DATA DIVISION.
       FILE SECTION.
       FD Operator-File.
           COPY oprec.

       FD Permission-File.
           COPY permrec.

       FD Conflict-File.
           COPY conflrec.

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.

       01 MISC-AND-COUNTER-LIST.
           03 EOF-MARKER               PIC X(3) VALUE "NO".
               88 END-OF-FILE          VALUE "YES".
           03 CONFLICT-EOF-MARKER      PIC X(3) VALUE "NO".
               88 CONFLICT-END         VALUE "YES".
           03 OPERATOR-COUNTER         PIC 9(5) VALUE ZERO.
           03 CONFLICT-COUNTER         PIC 9(5) VALUE ZERO.
           03 ON-LEVEL-COUNTER         PIC 9(5) VALUE ZERO.
           03 OPERATOR-CONFLICTS       PIC 9(5) VALUE ZERO.

       01 On-Permissions-Switch        PIC X VALUE "N".
           88 On-Permissions           VALUE "Y".

      *    The conflict table, loaded once.  The rights are turned
      *    into the level that holds them as they are loaded.
       01 Conflict-Count               PIC 9(3) VALUE ZERO.
       01 Conflict-Index               PIC 9(3).
       01 Conflict-Table.
           03 Conflict-Entry OCCURS 200 TIMES.
               05 Function-1-CT        PIC X(8).
               05 Right-1-CT           PIC X.
               05 Need-1-CT            PIC 9.
               05 Function-2-CT        PIC X(8).
               05 Right-2-CT           PIC X.
               05 Need-2-CT            PIC 9.
               05 Reason-CT            PIC X(40).
       01 Conflict-Overflow-Switch     PIC X VALUE "N".
           88 Conflict-Overflow        VALUE "Y".

       01 Right-Work                   PIC X.
       01 Need-Work                    PIC 9.
       01 Function-Work                PIC X(8).
       01 Held-Level                   PIC 9.
       01 Held-Level-1                 PIC 9.
       01 Held-Level-2                 PIC 9.

      *    The operators still on a single level, for the closing
      *    section.
       01 On-Level-Count               PIC 9(3) VALUE ZERO.
       01 On-Level-Index               PIC 9(3).
       01 On-Level-Table.
           03 On-Level-Entry OCCURS 500 TIMES.
               05 On-Level-Id          PIC X(10).
               05 On-Level-Level       PIC 9.
               05 On-Level-Store       PIC XX.

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

       01 HEADING-LINE.
           03                          PIC X(38)
                       VALUE "** SEGREGATION OF DUTIES CONFLICTS **".
           03                          PIC X(4) VALUE SPACES.
           03 RUN-DATE-HD              PIC X(10).

       01 COLUMN-LINE.
           03                          PIC X(10) VALUE "OPERATOR".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(8) VALUE "HOLDS".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(8) VALUE "WITH".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(3) VALUE "BY".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(40) VALUE "REASON".

       01 CONFLICT-DETAIL-LINE.
           03 OPERATOR-DL              PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 FUNCTION-1-DL            PIC X(8).
           03                          PIC X VALUE "/".
           03 RIGHT-1-DL               PIC X.
           03                          PIC X VALUE SPACE.
           03 FUNCTION-2-DL            PIC X(8).
           03                          PIC X VALUE "/".
           03 RIGHT-2-DL               PIC X.
           03                          PIC X VALUE SPACE.
           03 HOLD-BY-DL               PIC X(6).
           03 REASON-DL                PIC X(40).

       01 NO-CONFLICT-TABLE-LINE.
           03                          PIC X(50) VALUE
               "OPCONFL.DAT absent or empty - no pairs to check".

       01 OVERFLOW-LINE.
           03                          PIC X(50) VALUE
               "OPCONFL.DAT over 200 pairs - the rest not checked".

       01 ON-LEVEL-HEADING-LINE.
           03                          PIC X(50) VALUE
               "OPERATORS STILL ON A SINGLE LEVEL - NO PERMISSIONS".

       01 ON-LEVEL-COLUMN-LINE.
           03                          PIC X(10) VALUE "OPERATOR".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(5) VALUE "LEVEL".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(5) VALUE "STORE".

       01 ON-LEVEL-DETAIL-LINE.
           03 ON-LEVEL-ID-DL           PIC X(10).
           03                          PIC X(4) VALUE SPACES.
           03 ON-LEVEL-LEVEL-DL        PIC 9.
           03                          PIC X(6) VALUE SPACES.
           03 ON-LEVEL-STORE-DL        PIC XX.

       01 OPERATORS-CONCLUSION-LINE.
           03                          PIC X(24)
                       VALUE "OPERATORS CHECKED:".
           03 OPERATORS-CL             PIC ZZ,ZZ9.

       01 CONFLICTS-CONCLUSION-LINE.
           03                          PIC X(24)
                       VALUE "CONFLICTING PAIRS HELD:".
           03 CONFLICTS-CL             PIC ZZ,ZZ9.

       01 ON-LEVEL-CONCLUSION-LINE.
           03                          PIC X(24)
                       VALUE "ON A SINGLE LEVEL:".
           03 ON-LEVEL-CL              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       1000-MAIN-LOGIC.
           accept Date-Accept-Record from Date
           move mm-dar to mm-drr
           move dd-dar to dd-drr
           move yy-dar to yy-drr

           PERFORM 1200-LOAD-CONFLICTS
           OPEN INPUT Operator-File
                      Permission-File
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           MOVE Date-Report-Record TO RUN-DATE-HD
           WRITE OUTPUT-PRINTER-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE
           IF Conflict-Count = ZERO
               WRITE OUTPUT-PRINTER-RECORD FROM NO-CONFLICT-TABLE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF Conflict-Overflow
               WRITE OUTPUT-PRINTER-RECORD FROM OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE OUTPUT-PRINTER-RECORD FROM COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES

           PERFORM 2000-CHECK-ONE-OPERATOR
               UNTIL END-OF-FILE

           CLOSE Operator-File
                 Permission-File
           PERFORM 4000-WRITE-ON-LEVEL
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE OUTPUT-PRINTER-FILE
           STOP RUN.

       1200-LOAD-CONFLICTS.
           OPEN INPUT Conflict-File
           PERFORM 1250-LOAD-ONE-CONFLICT
               UNTIL CONFLICT-END
           CLOSE Conflict-File.

       1250-LOAD-ONE-CONFLICT.
           READ Conflict-File NEXT RECORD
               AT END MOVE "YES" TO CONFLICT-EOF-MARKER
               NOT AT END
                   IF Conflict-Count = 200
                       MOVE "Y" TO Conflict-Overflow-Switch
                       MOVE "YES" TO CONFLICT-EOF-MARKER
                   ELSE
                       ADD 1 TO Conflict-Count
                       PERFORM 1260-TABLE-ONE-CONFLICT
                   END-IF
           END-READ.

       1260-TABLE-ONE-CONFLICT.
           MOVE Conflict-Function-1-FC
               TO Function-1-CT (Conflict-Count)
           MOVE Conflict-Right-1-FC TO Right-1-CT (Conflict-Count)
           MOVE Conflict-Right-1-FC TO Right-Work
           PERFORM 1280-LEVEL-FOR-RIGHT
           MOVE Need-Work TO Need-1-CT (Conflict-Count)
           MOVE Conflict-Function-2-FC
               TO Function-2-CT (Conflict-Count)
           MOVE Conflict-Right-2-FC TO Right-2-CT (Conflict-Count)
           MOVE Conflict-Right-2-FC TO Right-Work
           PERFORM 1280-LEVEL-FOR-RIGHT
           MOVE Need-Work TO Need-2-CT (Conflict-Count)
           MOVE Conflict-Reason-FC TO Reason-CT (Conflict-Count).

       1280-LEVEL-FOR-RIGHT.
           EVALUATE Right-Work
               WHEN "A" MOVE 3 TO Need-Work
               WHEN "U" MOVE 2 TO Need-Work
               WHEN OTHER MOVE 1 TO Need-Work
           END-EVALUATE.

       2000-CHECK-ONE-OPERATOR.
           READ Operator-File NEXT RECORD
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   ADD 1 TO OPERATOR-COUNTER
                   PERFORM 2100-FIND-PERMISSION-ROWS
                   IF NOT On-Permissions
                       PERFORM 2150-FILE-ON-LEVEL
                   END-IF
                   MOVE ZERO TO OPERATOR-CONFLICTS
                   PERFORM 2200-CHECK-ONE-PAIR
                       VARYING Conflict-Index FROM 1 BY 1
                       UNTIL Conflict-Index > Conflict-Count
                   IF OPERATOR-CONFLICTS > ZERO
                       MOVE SPACES TO OUTPUT-PRINTER-RECORD
                       WRITE OUTPUT-PRINTER-RECORD
                           AFTER ADVANCING 1 LINES
                   END-IF
           END-READ.

      *    Any row under the id puts the operator on permissions,
      *    the same test PRG44 makes at sign-on.
       2100-FIND-PERMISSION-ROWS.
           MOVE "N" TO On-Permissions-Switch
           MOVE Operator-Id-OP TO Perm-Operator-PM
           MOVE LOW-VALUES TO Perm-Function-PM
           START Permission-File KEY IS NOT < Permission-Key-PM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ Permission-File NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF Perm-Operator-PM = Operator-Id-OP
                               MOVE "Y" TO On-Permissions-Switch
                           END-IF
                   END-READ
           END-START.

       2150-FILE-ON-LEVEL.
           ADD 1 TO ON-LEVEL-COUNTER
           IF On-Level-Count < 500
               ADD 1 TO On-Level-Count
               MOVE Operator-Id-OP TO On-Level-Id (On-Level-Count)
               MOVE Operator-Level-OP
                   TO On-Level-Level (On-Level-Count)
               MOVE Operator-Store-OP
                   TO On-Level-Store (On-Level-Count)
           END-IF.

       2200-CHECK-ONE-PAIR.
           MOVE Function-1-CT (Conflict-Index) TO Function-Work
           PERFORM 3000-LEVEL-HELD
           MOVE Held-Level TO Held-Level-1
           MOVE Function-2-CT (Conflict-Index) TO Function-Work
           PERFORM 3000-LEVEL-HELD
           MOVE Held-Level TO Held-Level-2
           IF Held-Level-1 >= Need-1-CT (Conflict-Index)
                   AND Held-Level-2 >= Need-2-CT (Conflict-Index)
               PERFORM 2300-WRITE-CONFLICT-LINE
           END-IF.

       2300-WRITE-CONFLICT-LINE.
           ADD 1 TO CONFLICT-COUNTER
           ADD 1 TO OPERATOR-CONFLICTS
           MOVE SPACES TO OPERATOR-DL
           IF OPERATOR-CONFLICTS = 1
               MOVE Operator-Id-OP TO OPERATOR-DL
           END-IF
           MOVE Function-1-CT (Conflict-Index) TO FUNCTION-1-DL
           MOVE Right-1-CT (Conflict-Index) TO RIGHT-1-DL
           MOVE Function-2-CT (Conflict-Index) TO FUNCTION-2-DL
           MOVE Right-2-CT (Conflict-Index) TO RIGHT-2-DL
           IF On-Permissions
               MOVE "PERM" TO HOLD-BY-DL
           ELSE
               MOVE "LEVEL" TO HOLD-BY-DL
           END-IF
           MOVE Reason-CT (Conflict-Index) TO REASON-DL
           WRITE OUTPUT-PRINTER-RECORD FROM CONFLICT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

      *    What the operator would get back from PRG44 for the
      *    function - their row's highest right, or the master's
      *    level when they have no rows.
       3000-LEVEL-HELD.
           MOVE ZERO TO Held-Level
           IF On-Permissions
               MOVE Operator-Id-OP TO Perm-Operator-PM
               MOVE Function-Work TO Perm-Function-PM
               READ Permission-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN Can-Approve MOVE 3 TO Held-Level
                           WHEN Can-Update  MOVE 2 TO Held-Level
                           WHEN Can-Inquire MOVE 1 TO Held-Level
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           ELSE
               IF Operator-Level-OP IS NUMERIC
                   MOVE Operator-Level-OP TO Held-Level
               END-IF
           END-IF.

       4000-WRITE-ON-LEVEL.
           WRITE OUTPUT-PRINTER-RECORD FROM ON-LEVEL-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE OUTPUT-PRINTER-RECORD FROM ON-LEVEL-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 4100-WRITE-ONE-ON-LEVEL
               VARYING On-Level-Index FROM 1 BY 1
               UNTIL On-Level-Index > On-Level-Count.

       4100-WRITE-ONE-ON-LEVEL.
           MOVE On-Level-Id (On-Level-Index) TO ON-LEVEL-ID-DL
           MOVE On-Level-Level (On-Level-Index) TO ON-LEVEL-LEVEL-DL
           MOVE On-Level-Store (On-Level-Index) TO ON-LEVEL-STORE-DL
           WRITE OUTPUT-PRINTER-RECORD FROM ON-LEVEL-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       5000-WRITE-CONCLUSION.
           MOVE OPERATOR-COUNTER TO OPERATORS-CL
           WRITE OUTPUT-PRINTER-RECORD FROM OPERATORS-CONCLUSION-LINE
               AFTER ADVANCING 3 LINES
           MOVE CONFLICT-COUNTER TO CONFLICTS-CL
           WRITE OUTPUT-PRINTER-RECORD FROM CONFLICTS-CONCLUSION-LINE
               AFTER ADVANCING 1 LINES
           MOVE ON-LEVEL-COUNTER TO ON-LEVEL-CL
           WRITE OUTPUT-PRINTER-RECORD FROM ON-LEVEL-CONCLUSION-LINE
               AFTER ADVANCING 1 LINES.
