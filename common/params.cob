
      *> The loaded table survives across calls within the run.
       WORKING-STORAGE SECTION.
       01 C-MAX-PARMS                    CONSTANT 200.
       01 PARM-FILE-PATH                  PIC X(100).
       01 PARM-FILE-STATUS                PIC X(2).
       01 PARM-LOADED                     PIC 9(1) VALUE 0.
       01 PARM-COUNT                      PIC 9(3) VALUE 0.
       01 PARM-TABLE OCCURS C-MAX-PARMS TIMES.
           05 PARM-NAME                  PIC X(20).
           05 PARM-VALUE                 PIC X(200).
       01 PARM-IDX                        PIC 9(3).
       01 PARM-TOK-NAME                   PIC X(20).
       01 PARM-TOK-VALUE                  PIC X(200).

                   NOT AT END
                       IF FUNCTION TRIM(F-PARMS-RECORD) NOT = SPACES
                           AND F-PARMS-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO PARM-TOK-NAME
                           MOVE SPACES TO PARM-TOK-VALUE
                           UNSTRING F-PARMS-RECORD
                               DELIMITED BY ALL " "
                               INTO PARM-TOK-NAME PARM-TOK-VALUE
                           IF PARM-COUNT NOT < C-MAX-PARMS
                               DISPLAY "GET-PARAMETER: table full, "
                                   FUNCTION TRIM(PARM-TOK-NAME)
                                   " ignored"
                               EXIT PERFORM CYCLE
                           END-IF
                           ADD 1 TO PARM-COUNT
                           MOVE PARM-TOK-NAME
                               TO PARM-NAME(PARM-COUNT)
       01 LS-JOURNAL-VALUE                PIC X(200).
       01 LS-BALDIR-VALUE                 PIC X(200).
       01 LS-NOW                          PIC X(21).
       01 LS-END-NOW                      PIC X(21).
       01 LS-RESULT                       PIC X(200).
       01 LS-PARM-FILE                    PIC X(100).

       PROCEDURE DIVISION USING IN-PROGRAM-NAME.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE LS-NOW TO LS-END-NOW
           ACCEPT LS-PARM-FILE FROM ENVIRONMENT "DAYPARMS"
           IF LS-PARM-FILE = SPACES
               MOVE "daybatch.parms" TO LS-PARM-FILE
               INTO LS-RESULT
           CALL "WRITE-RUN-LOG" USING
               IN-PROGRAM-NAME LS-PARM-FILE(1:100)
               LS-NOW LS-END-NOW LS-RESULT
           DISPLAY FUNCTION TRIM(IN-PROGRAM-NAME)
               ": effective " FUNCTION TRIM(LS-RESULT)
           GOBACK.
