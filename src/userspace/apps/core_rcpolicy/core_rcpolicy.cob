       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-RCPOLICY.
      * CoreA Shared Return-Code Severity Policy (COBOL)
      * The one place the shop decides whether a program's exit code
      * means it worked. CORE-DIFF exits with its difference count and
      * CORE-ALERT with the worst severity it saw, so "nonzero means
      * failed" is wrong for them; config/core.rcpolicy maps RC ranges
      * per registered program name to a verdict, and CORE-BATCH,
      * TASKSCHED, CORECTL, RUN-LEDGER and AUDIT-RECON all judge
      * outcomes here instead of each deciding on its own. Verdicts:
      *   OK    ran clean
      *   WARN  completed with warnings - downstream work carries on
      *   FAIL  failed
      *   DEFR  never started: the drivers' blackout deferral, 997
      * CORE-BATCH's 996 is a step that ran but whose control totals
      * did not balance, and is FAIL whatever the program's rules say
      * A rule's program column may name one program, a prefix ending
      * in * (TASK-* covers every built-in scheduler task) or * alone
      * as the shop default; the most specific matching rule wins,
      * and with no matching rule RC 0 is OK and anything else FAIL,
      * the behavior before the policy existed. The drivers' own
      * verdict codes are fixed: 997 is DEFR, 996, 998 and 999 are
      * FAIL.
      * TASKSCHED's built-in sum task reports its sum as its RC, so a
      * TASK-nnnn name is OK whatever it returns unless a rule says
      * otherwise. The table is loaded on the first call and held for
      * the life of the caller, the way CORE-CALENDAR holds holidays
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RC-POLICY-FILE ASSIGN TO "config/core.rcpolicy"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One RC range per record: program (or prefix* or *), lowest and
      * highest RC the rule covers, and the verdict for that range
       FD  RC-POLICY-FILE.
       01 RC-POLICY-RECORD.
           05 RP-PROGRAM    PIC X(20).
           05 RP-RC-LOW     PIC 9(5).
           05 RP-RC-HIGH    PIC 9(5).
           05 RP-VERDICT    PIC X(4).
       WORKING-STORAGE SECTION.
       01 RP-FILE-STATUS  PIC XX.
       01 RP-LOADED-SWITCH PIC X  VALUE "N".
       01 RP-COUNT        PIC 9(4)  VALUE 0.
       01 RP-IDX          PIC 9(4).
       01 RP-TABLE.
           05 RP-ENTRY OCCURS 500 TIMES.
               10 RPT-PROGRAM  PIC X(20).
      * Characters before the * of a prefix rule; 0 for an exact
      * name, and 0 with a lone * for the shop default
               10 RPT-PREFIX-LEN PIC 9(2).
               10 RPT-RC-LOW   PIC 9(5).
               10 RPT-RC-HIGH  PIC 9(5).
               10 RPT-VERDICT  PIC X(4).
      * Specificity of the best rule found so far: 99 exact, the
      * prefix length for a prefix rule, 0 for the * default
       01 BEST-RANK       PIC 9(2).
       01 RULE-RANK       PIC 9(2).
       01 RULE-HIT-SWITCH PIC X.
       01 MATCH-SWITCH    PIC X.
       01 STAR-POS        PIC 9(2).
       LINKAGE SECTION.
       01 RCP-PROGRAM   PIC X(20).
       01 RCP-RC        PIC 9(9).
       01 RCP-VERDICT   PIC X(4).
       PROCEDURE DIVISION USING RCP-PROGRAM RCP-RC RCP-VERDICT.
           IF RP-LOADED-SWITCH = "N"
               MOVE "Y" TO RP-LOADED-SWITCH
               MOVE 0 TO RP-COUNT
               OPEN INPUT RC-POLICY-FILE
               IF RP-FILE-STATUS = "00"
                   PERFORM UNTIL RP-FILE-STATUS NOT = "00"
                       READ RC-POLICY-FILE
                           AT END
                               MOVE "10" TO RP-FILE-STATUS
                           NOT AT END
                               PERFORM LOAD-POLICY-RULE
                       END-READ
                   END-PERFORM
                   CLOSE RC-POLICY-FILE
               END-IF
           END-IF.
      * The drivers' own verdict codes are not the program's to
      * redefine
           IF RCP-RC = 997
               MOVE "DEFR" TO RCP-VERDICT
               GOBACK
           END-IF.
           IF RCP-RC = 996 OR RCP-RC = 998 OR RCP-RC = 999
               MOVE "FAIL" TO RCP-VERDICT
               GOBACK
           END-IF.
      * Built-in fallback first, then let the most specific matching
      * rule overrule it
           IF RCP-RC = 0
               MOVE "OK  " TO RCP-VERDICT
           ELSE
               MOVE "FAIL" TO RCP-VERDICT
           END-IF.
           IF RCP-PROGRAM(1:5) = "TASK-"
               MOVE "OK  " TO RCP-VERDICT
           END-IF.
           MOVE 0 TO BEST-RANK.
           MOVE "N" TO RULE-HIT-SWITCH.
           PERFORM VARYING RP-IDX FROM 1 BY 1 UNTIL RP-IDX > RP-COUNT
               IF RCP-RC NOT < RPT-RC-LOW(RP-IDX)
                   AND RCP-RC NOT > RPT-RC-HIGH(RP-IDX)
                   PERFORM WEIGH-POLICY-RULE
               END-IF
           END-PERFORM.
           GOBACK.
       WEIGH-POLICY-RULE.
      * Rank the rule against the program name, and take its verdict
      * when it is the first match or more specific than the last
           MOVE 0 TO RULE-RANK.
           MOVE "N" TO MATCH-SWITCH.
           IF RPT-PROGRAM(RP-IDX) = RCP-PROGRAM
               MOVE 99 TO RULE-RANK
               MOVE "Y" TO MATCH-SWITCH
           ELSE
               IF RPT-PREFIX-LEN(RP-IDX) > 0
                   IF RCP-PROGRAM(1:RPT-PREFIX-LEN(RP-IDX))
                       = RPT-PROGRAM(RP-IDX)(1:RPT-PREFIX-LEN(RP-IDX))
                       MOVE RPT-PREFIX-LEN(RP-IDX) TO RULE-RANK
                       MOVE "Y" TO MATCH-SWITCH
                   END-IF
               ELSE
                   IF RPT-PROGRAM(RP-IDX) = "*"
                       MOVE "Y" TO MATCH-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF MATCH-SWITCH = "Y"
               IF RULE-HIT-SWITCH = "N" OR RULE-RANK > BEST-RANK
                   MOVE "Y" TO RULE-HIT-SWITCH
                   MOVE RULE-RANK TO BEST-RANK
                   MOVE RPT-VERDICT(RP-IDX) TO RCP-VERDICT
               END-IF
           END-IF.
       LOAD-POLICY-RULE.
      * Rules with a bad range or an unknown verdict are ignored
      * rather than guessed at
           IF RP-RC-LOW IS NUMERIC AND RP-RC-HIGH IS NUMERIC
               AND RP-RC-LOW NOT > RP-RC-HIGH
               AND RP-PROGRAM NOT = SPACES
               AND (RP-VERDICT = "OK  " OR RP-VERDICT = "WARN"
                   OR RP-VERDICT = "FAIL")
               AND RP-COUNT < 500
               ADD 1 TO RP-COUNT
               MOVE RP-PROGRAM TO RPT-PROGRAM(RP-COUNT)
               MOVE RP-RC-LOW TO RPT-RC-LOW(RP-COUNT)
               MOVE RP-RC-HIGH TO RPT-RC-HIGH(RP-COUNT)
               MOVE RP-VERDICT TO RPT-VERDICT(RP-COUNT)
               MOVE 0 TO RPT-PREFIX-LEN(RP-COUNT)
               MOVE 0 TO STAR-POS
               INSPECT RP-PROGRAM TALLYING STAR-POS
                   FOR CHARACTERS BEFORE INITIAL "*"
               IF STAR-POS < 20 AND STAR-POS > 0
                   MOVE STAR-POS TO RPT-PREFIX-LEN(RP-COUNT)
               END-IF
           END-IF.
