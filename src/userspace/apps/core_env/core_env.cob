       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-ENV.
      * CoreA Shared Environment Resolver (COBOL)
      * Every program opens its control files, logs, ledger,
      * registries and config by fixed names in the working
      * directory, so an environment is a working directory: the
      * installation root is PROD, and each other environment lives
      * under env/<name> with its own copies of all of them (the
      * program trees are shared into it by link, so the relative
      * program paths the drivers launch still resolve). Every main
      * program calls this first. COREA_ENV names the environment
      * wanted; unset, the directory the program stands in decides.
      * Asking for an environment from the root moves the process
      * into env/<name> before any file is opened, and the children
      * it launches inherit both the directory and the setting, so
      * they resolve to the same place. A name that is not set up,
      * or a request for a different environment from inside one,
      * stops the run with the configuration return code - it never
      * falls back onto PROD files. The name is settled once per run
      * unit and handed back on every later call, so CORE-AUDIT and
      * the report writers can stamp it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-CONF-FILE ASSIGN TO "config/core.env"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENV-CONF-FILE.
       COPY "coreenv.cpy".
       WORKING-STORAGE SECTION.
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 ENV-FILE-STATUS PIC XX.
       01 SETTLED-SWITCH  PIC X     VALUE "N".
       01 SETTLED-NAME    PIC X(8)  VALUE SPACES.
       01 WANT-ENV        PIC X(8).
       01 HERE-ENV        PIC X(8).
       01 ENV-DIR         PIC X(20).
       01 C               PIC 9(2).
       01 NAME-OK-SWITCH  PIC X.
       LINKAGE SECTION.
       01 ENV-NAME        PIC X(8).
       PROCEDURE DIVISION USING ENV-NAME.
           IF SETTLED-SWITCH = "Y"
               MOVE SETTLED-NAME TO ENV-NAME
               GOBACK
           END-IF.
           MOVE SPACES TO WANT-ENV.
           ACCEPT WANT-ENV FROM ENVIRONMENT "COREA_ENV".
           PERFORM READ-HERE-ENV.
           IF WANT-ENV = SPACES OR WANT-ENV = HERE-ENV
               CONTINUE
           ELSE
           IF HERE-ENV NOT = "PROD"
               MOVE SPACES TO BUFFER
               STRING "CORE-ENV: this directory is environment "
                          DELIMITED BY SIZE
                      HERE-ENV DELIMITED BY SPACE
                      ", not " DELIMITED BY SIZE
                      WANT-ENV DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 63 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 2
           ELSE
      * Only letters and digits make an environment name, so the
      * setting can never steer the run outside env/
               MOVE "Y" TO NAME-OK-SWITCH
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
                   IF WANT-ENV(C:1) NOT = SPACE
                       AND (WANT-ENV(C:1) < "A"
                           OR WANT-ENV(C:1) > "Z")
                       AND (WANT-ENV(C:1) < "0"
                           OR WANT-ENV(C:1) > "9")
                       MOVE "N" TO NAME-OK-SWITCH
                   END-IF
               END-PERFORM
               MOVE SPACES TO ENV-DIR
               STRING "env/" DELIMITED BY SIZE
                      WANT-ENV DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO ENV-DIR
               MOVE 1 TO RETURN-CODE
               IF NAME-OK-SWITCH = "Y"
                   CALL "chdir" USING ENV-DIR
               END-IF
               IF RETURN-CODE = 0
                   PERFORM READ-HERE-ENV
               END-IF
               IF RETURN-CODE NOT = 0 OR HERE-ENV NOT = WANT-ENV
                   MOVE SPACES TO BUFFER
                   STRING "CORE-ENV: environment " DELIMITED BY SIZE
                          WANT-ENV DELIMITED BY SPACE
                          " is not set up" DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 44 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 2
               END-IF
           END-IF
           END-IF.
           MOVE HERE-ENV TO SETTLED-NAME.
           MOVE "Y" TO SETTLED-SWITCH.
           MOVE SETTLED-NAME TO ENV-NAME.
           GOBACK.
       READ-HERE-ENV.
      * No marker, or an empty one, is the installation root
           MOVE "PROD" TO HERE-ENV.
           OPEN INPUT ENV-CONF-FILE.
           IF ENV-FILE-STATUS = "00"
               READ ENV-CONF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-NAME NOT = SPACES
                           MOVE EC-NAME TO HERE-ENV
                       END-IF
               END-READ
               CLOSE ENV-CONF-FILE
           END-IF.
