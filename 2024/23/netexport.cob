       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETEXPORT.

      *> Network topology interchange export for the planning
      *> team's graph tool, straight off the files the nightly
      *> DAY23 run and the SPOF inventory already write: the
      *> indexed computer master ("<input>.master", read-only), the
      *> clique report ("<input>.cliques") for the largest party,
      *> and the SPOF inventory ("<input>.spof") for each
      *> computer's classification. Two layouts:
      *>
      *> "<input>.edges" - edge list, one record per line:
      *>     H NETEXPORT <yyyymmddhhmmss> <master-file>
      *>     N <name> <degree> <spof-class>
      *>     E <name> <name> <P when inside the largest party>
      *>     T NODES <n> EDGES <n> LINK-ENTRIES <n>
      *> "<input>.dot" - an undirected DOT graph; nodes labelled
      *> with name and degree and carrying a spof attribute,
      *> edges inside the largest party highlighted.
      *>
      *> Each link sits on the master twice, once under each end,
      *> and is exported once. The trailer reconciles: NODES to the
      *> master's record count, LINK-ENTRIES to the sum of
      *> MR-LINKS-SIZE, and twice EDGES to LINK-ENTRIES; a link
      *> recorded under one end only breaks the reconciliation.
      *>
      *> SPOF classes: ARTICULATION (its failure cuts computers
      *> off), BRIDGE-END (an end of a bridge link), RESILIENT, or
      *> UNASSESSED when no inventory has been run for this input.
      *>
      *> Command-line arguments:
      *> LS-FILE-PATH: the DAY23 input file the nightly run was
      *> given (the other file names derive from it).
      *>
      *> Returns 4 when the SPOF inventory is missing, 8 when the
      *> counts do not reconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-MASTER ASSIGN TO LS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-COMPUTER-NAME
               FILE STATUS IS LS-MASTER-STATUS.
           SELECT FD-CLIQUES ASSIGN TO LS-CLIQUES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CLIQUES-STATUS.
           SELECT FD-SPOF ASSIGN TO LS-SPOF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SPOF-STATUS.
           SELECT FD-EDGES ASSIGN TO LS-EDGES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-EDGES-STATUS.
           SELECT FD-DOT ASSIGN TO LS-DOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FD-MASTER.
       COPY "master" IN "23".
       FD  FD-CLIQUES.
       01  F-CLIQUES-RECORD                            PIC X(50).
       FD  FD-SPOF.
       01  F-SPOF-RECORD                               PIC X(120).
       FD  FD-EDGES.
       01  F-EDGES-RECORD                              PIC X(80).
       FD  FD-DOT.
       01  F-DOT-RECORD                                PIC X(100).

       LOCAL-STORAGE SECTION.
       01  LS-COMMAND-LINE                             PIC X(40).
       01  LS-FILE-PATH                                PIC X(30).
       01  LS-MASTER-PATH                              PIC X(40).
       01  LS-CLIQUES-PATH                             PIC X(40).
       01  LS-SPOF-PATH                                PIC X(40).
       01  LS-EDGES-PATH                               PIC X(40).
       01  LS-DOT-PATH                                 PIC X(40).
       01  LS-MASTER-STATUS                            PIC X(2).
       01  LS-CLIQUES-STATUS                           PIC X(2).
       01  LS-SPOF-STATUS                              PIC X(2).
       01  LS-EDGES-STATUS                             PIC X(2).
       01  LS-DOT-STATUS                               PIC X(2).
       01  LS-NOW                                      PIC X(21).
       01  LS-LINK-IDX                                 PIC 9(3).
       01  LS-NODE-IDX                                 PIC 9(3).
       01  LS-NBR-NODE                                 PIC 9(3).
       01  LS-SEEK-NAME                                PIC X(2).
       01  LS-FOUND-IDX                                PIC 9(3).
       01  LS-BACK-IDX                                 PIC 9(3).
       01  LS-RECIPROCAL                               PIC 9(1).
      *> Per-computer attributes, parallel to the COMPUTERS table.
       01  LS-NODE-FLAGS.
           05  LS-NODE-FLAG OCCURS 999 TIMES.
               10  LS-IN-PARTY                         PIC 9(1).
               10  LS-SPOF-CLASS                       PIC X(12).
       01  LS-BIGGEST-PARTY                            PIC X(50)
                                                           VALUE
                                                           SPACES.
       01  LS-PARTY-LEN                                PIC 9(2).
       01  LS-PARTY-PTR                                PIC 9(2).
       01  LS-SPOF-ASSESSED                            PIC 9(1)
                                                           VALUE 0.
       01  LS-EDGE-IN-PARTY                            PIC X(1).
      *> Reconciliation totals.
       01  LS-MASTER-RECORDS                           PIC 9(6)
                                                           VALUE 0.
       01  LS-LINK-ENTRIES                             PIC 9(6)
                                                           VALUE 0.
       01  LS-NODE-COUNT                               PIC 9(6)
                                                           VALUE 0.
       01  LS-EDGE-COUNT                               PIC 9(6)
                                                           VALUE 0.
       01  LS-PARTY-EDGE-COUNT                         PIC 9(6)
                                                           VALUE 0.
       01  LS-ONE-SIDED-COUNT                          PIC 9(6)
                                                           VALUE 0.
       01  LS-DEGREE-DISPLAY                           PIC ZZ9.
       COPY "computer" IN "23".

       PROCEDURE DIVISION.

           ACCEPT LS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING LS-COMMAND-LINE DELIMITED BY ALL " "
               INTO LS-FILE-PATH
           IF LS-FILE-PATH = SPACES
               DISPLAY "NETEXPORT: usage: netexport <day23-input>"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".master" DELIMITED BY SIZE
               INTO LS-MASTER-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".cliques" DELIMITED BY SIZE
               INTO LS-CLIQUES-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".spof" DELIMITED BY SIZE
               INTO LS-SPOF-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".edges" DELIMITED BY SIZE
               INTO LS-EDGES-PATH
           STRING FUNCTION TRIM(LS-FILE-PATH) DELIMITED BY SIZE
               ".dot" DELIMITED BY SIZE
               INTO LS-DOT-PATH

           PERFORM LOAD-COMPUTER-MASTER
           PERFORM FIND-LARGEST-PARTY
           PERFORM LOAD-SPOF-CLASSES

           OPEN OUTPUT FD-EDGES
           IF LS-EDGES-STATUS NOT = "00"
               DISPLAY "NETEXPORT: cannot open "
                   FUNCTION TRIM(LS-EDGES-PATH)
                   " (status " LS-EDGES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FD-DOT
           IF LS-DOT-STATUS NOT = "00"
               DISPLAY "NETEXPORT: cannot open "
                   FUNCTION TRIM(LS-DOT-PATH)
                   " (status " LS-DOT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-NOW
           MOVE SPACES TO F-EDGES-RECORD
           STRING "H NETEXPORT " LS-NOW(1:14) " "
               FUNCTION TRIM(LS-MASTER-PATH)
               DELIMITED BY SIZE INTO F-EDGES-RECORD
           WRITE F-EDGES-RECORD
           MOVE "graph lan {" TO F-DOT-RECORD
           WRITE F-DOT-RECORD
           MOVE "  node [shape=box];" TO F-DOT-RECORD
           WRITE F-DOT-RECORD

           PERFORM VARYING LS-NODE-IDX FROM 1 BY 1
               UNTIL LS-NODE-IDX > COMPUTERS-SIZE
               PERFORM EXPORT-ONE-NODE
           END-PERFORM
           PERFORM VARYING LS-NODE-IDX FROM 1 BY 1
               UNTIL LS-NODE-IDX > COMPUTERS-SIZE
               PERFORM VARYING LS-LINK-IDX FROM 1 BY 1
                   UNTIL LS-LINK-IDX >
                       COMPUTER-LINKS-SIZE(LS-NODE-IDX)
                   PERFORM EXPORT-ONE-LINK
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO F-EDGES-RECORD
           STRING "T NODES " LS-NODE-COUNT
               " EDGES " LS-EDGE-COUNT
               " LINK-ENTRIES " LS-LINK-ENTRIES
               DELIMITED BY SIZE INTO F-EDGES-RECORD
           WRITE F-EDGES-RECORD
           MOVE "}" TO F-DOT-RECORD
           WRITE F-DOT-RECORD
           CLOSE FD-EDGES
           CLOSE FD-DOT

           DISPLAY "NETEXPORT: " LS-NODE-COUNT " node(s), "
               LS-EDGE-COUNT " edge(s), " LS-PARTY-EDGE-COUNT
               " inside the largest party; exported to "
               FUNCTION TRIM(LS-EDGES-PATH) " and "
               FUNCTION TRIM(LS-DOT-PATH)
           IF LS-NODE-COUNT NOT = LS-MASTER-RECORDS
               OR LS-EDGE-COUNT * 2 NOT = LS-LINK-ENTRIES
               DISPLAY "NETEXPORT: RECONCILIATION BREAK - MASTER "
                   "RECORDS " LS-MASTER-RECORDS " NODES "
                   LS-NODE-COUNT " LINK ENTRIES " LS-LINK-ENTRIES
                   " EDGES " LS-EDGE-COUNT " ONE-SIDED "
                   LS-ONE-SIDED-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-SPOF-ASSESSED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-COMPUTER-MASTER.
           OPEN INPUT FD-MASTER
           IF LS-MASTER-STATUS NOT = "00"
               DISPLAY "NETEXPORT: computer master not found or "
                   "unreadable: " FUNCTION TRIM(LS-MASTER-PATH)
                   " (status " LS-MASTER-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Sequential reads over an indexed file come back in key
      *> order, so the in-memory table keeps the sorted property
      *> its SEARCH ALL lookups depend on.
           PERFORM UNTIL EXIT
               READ FD-MASTER NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LS-MASTER-RECORDS
                       ADD MR-LINKS-SIZE TO LS-LINK-ENTRIES
                       ADD 1 TO COMPUTERS-SIZE
                       MOVE MR-COMPUTER-NAME
                           TO COMPUTER-NAME(COMPUTERS-SIZE)
                       MOVE MR-LINKS-SIZE
                           TO COMPUTER-LINKS-SIZE(COMPUTERS-SIZE)
                       PERFORM VARYING LS-LINK-IDX FROM 1 BY 1
                           UNTIL LS-LINK-IDX > MR-LINKS-SIZE
                           MOVE MR-LINKS(LS-LINK-IDX * 2 - 1: 2)
                               TO COMPUTER-LINK-NAME(
                                   COMPUTERS-SIZE, LS-LINK-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FD-MASTER
           .

      *> The longest party string in the clique report (two
      *> characters per member); the first one wins a tie.
       FIND-LARGEST-PARTY.
           PERFORM VARYING LS-NODE-IDX FROM 1 BY 1
               UNTIL LS-NODE-IDX > COMPUTERS-SIZE
               MOVE 0 TO LS-IN-PARTY(LS-NODE-IDX)
           END-PERFORM
           OPEN INPUT FD-CLIQUES
           IF LS-CLIQUES-STATUS NOT = "00"
               DISPLAY "NETEXPORT: clique report not found or "
                   "unreadable: " FUNCTION TRIM(LS-CLIQUES-PATH)
                   " (status " LS-CLIQUES-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EXIT
               READ FD-CLIQUES
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF FUNCTION LENGTH(FUNCTION TRIM(
                           F-CLIQUES-RECORD)) > FUNCTION LENGTH(
                           FUNCTION TRIM(LS-BIGGEST-PARTY))
                           MOVE F-CLIQUES-RECORD TO LS-BIGGEST-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-CLIQUES
           IF LS-BIGGEST-PARTY = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-PARTY-LEN = FUNCTION LENGTH(FUNCTION TRIM(
               LS-BIGGEST-PARTY))
           PERFORM VARYING LS-PARTY-PTR FROM 1 BY 2
               UNTIL LS-PARTY-PTR > LS-PARTY-LEN
               MOVE LS-BIGGEST-PARTY(LS-PARTY-PTR:2) TO LS-SEEK-NAME
               PERFORM FIND-COMPUTER-INDEX
               IF LS-FOUND-IDX > 0
                   MOVE 1 TO LS-IN-PARTY(LS-FOUND-IDX)
               END-IF
           END-PERFORM
           .

      *> SPOFINV's report lines: "COMPUTER xx ISOLATES ..." and
      *> "LINK     aa-bb ISOLATES ...". An articulation computer
      *> keeps that class even when it also ends a bridge.
       LOAD-SPOF-CLASSES.
           PERFORM VARYING LS-NODE-IDX FROM 1 BY 1
               UNTIL LS-NODE-IDX > COMPUTERS-SIZE
               MOVE "UNASSESSED" TO LS-SPOF-CLASS(LS-NODE-IDX)
           END-PERFORM
           OPEN INPUT FD-SPOF
           IF LS-SPOF-STATUS NOT = "00"
               DISPLAY "NETEXPORT: no SPOF inventory for this input ("
                   FUNCTION TRIM(LS-SPOF-PATH) " status "
                   LS-SPOF-STATUS "); computers exported UNASSESSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-SPOF-ASSESSED
           PERFORM VARYING LS-NODE-IDX FROM 1 BY 1
               UNTIL LS-NODE-IDX > COMPUTERS-SIZE
               MOVE "RESILIENT" TO LS-SPOF-CLASS(LS-NODE-IDX)
           END-PERFORM
           PERFORM UNTIL EXIT
               READ FD-SPOF
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       EVALUATE TRUE
                           WHEN F-SPOF-RECORD(1:9) = "COMPUTER "
                               MOVE F-SPOF-RECORD(10:2)
                                   TO LS-SEEK-NAME
                               PERFORM FIND-COMPUTER-INDEX
                               IF LS-FOUND-IDX > 0
                                   MOVE "ARTICULATION" TO
                                       LS-SPOF-CLASS(LS-FOUND-IDX)
                               END-IF
                           WHEN F-SPOF-RECORD(1:5) = "LINK "
                               MOVE F-SPOF-RECORD(10:2)
                                   TO LS-SEEK-NAME
                               PERFORM MARK-BRIDGE-END
                               MOVE F-SPOF-RECORD(13:2)
                                   TO LS-SEEK-NAME
                               PERFORM MARK-BRIDGE-END
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FD-SPOF
           .

       MARK-BRIDGE-END.
           PERFORM FIND-COMPUTER-INDEX
           IF LS-FOUND-IDX > 0
               AND LS-SPOF-CLASS(LS-FOUND-IDX) NOT = "ARTICULATION"
               MOVE "BRIDGE-END" TO LS-SPOF-CLASS(LS-FOUND-IDX)
           END-IF
           .

       EXPORT-ONE-NODE.
           ADD 1 TO LS-NODE-COUNT
           MOVE COMPUTER-LINKS-SIZE(LS-NODE-IDX) TO LS-DEGREE-DISPLAY
           MOVE SPACES TO F-EDGES-RECORD
           STRING "N " COMPUTER-NAME(LS-NODE-IDX) " "
               COMPUTER-LINKS-SIZE(LS-NODE-IDX) " "
               LS-SPOF-CLASS(LS-NODE-IDX)
               DELIMITED BY SIZE INTO F-EDGES-RECORD
           WRITE F-EDGES-RECORD
           MOVE SPACES TO F-DOT-RECORD
           STRING "  """ COMPUTER-NAME(LS-NODE-IDX) """ [label="""
               COMPUTER-NAME(LS-NODE-IDX) " ("
               FUNCTION TRIM(LS-DEGREE-DISPLAY) ")"", spof="""
               FUNCTION TRIM(LS-SPOF-CLASS(LS-NODE-IDX)) """];"
               DELIMITED BY SIZE INTO F-DOT-RECORD
           WRITE F-DOT-RECORD
           .

      *> A link is exported once, from its lower-named end, when
      *> the far end lists it back; a link recorded under one end
      *> only is counted and left for the reconciliation to catch.
       EXPORT-ONE-LINK.
           MOVE COMPUTER-LINK-NAME(LS-NODE-IDX, LS-LINK-IDX)
               TO LS-SEEK-NAME
           PERFORM FIND-COMPUTER-INDEX
           MOVE LS-FOUND-IDX TO LS-NBR-NODE
           MOVE 0 TO LS-RECIPROCAL
           IF LS-NBR-NODE > 0
               PERFORM VARYING LS-BACK-IDX FROM 1 BY 1
                   UNTIL LS-BACK-IDX >
                       COMPUTER-LINKS-SIZE(LS-NBR-NODE)
                   IF COMPUTER-LINK-NAME(LS-NBR-NODE, LS-BACK-IDX)
                       = COMPUTER-NAME(LS-NODE-IDX)
                       MOVE 1 TO LS-RECIPROCAL
                   END-IF
               END-PERFORM
           END-IF
           IF LS-RECIPROCAL = 0
               ADD 1 TO LS-ONE-SIDED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF COMPUTER-NAME(LS-NBR-NODE) < COMPUTER-NAME(LS-NODE-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-EDGE-COUNT
           MOVE SPACE TO LS-EDGE-IN-PARTY
           IF LS-IN-PARTY(LS-NODE-IDX) = 1
               AND LS-IN-PARTY(LS-NBR-NODE) = 1
               MOVE "P" TO LS-EDGE-IN-PARTY
               ADD 1 TO LS-PARTY-EDGE-COUNT
           END-IF
           MOVE SPACES TO F-EDGES-RECORD
           STRING "E " COMPUTER-NAME(LS-NODE-IDX) " "
               COMPUTER-NAME(LS-NBR-NODE) " " LS-EDGE-IN-PARTY
               DELIMITED BY SIZE INTO F-EDGES-RECORD
           WRITE F-EDGES-RECORD
           MOVE SPACES TO F-DOT-RECORD
           IF LS-EDGE-IN-PARTY = "P"
               STRING "  """ COMPUTER-NAME(LS-NODE-IDX) """ -- """
                   COMPUTER-NAME(LS-NBR-NODE)
                   """ [color=red, penwidth=3, party=""largest""];"
                   DELIMITED BY SIZE INTO F-DOT-RECORD
           ELSE
               STRING "  """ COMPUTER-NAME(LS-NODE-IDX) """ -- """
                   COMPUTER-NAME(LS-NBR-NODE) """;"
                   DELIMITED BY SIZE INTO F-DOT-RECORD
           END-IF
           WRITE F-DOT-RECORD
           .

       FIND-COMPUTER-INDEX.
           MOVE 0 TO LS-FOUND-IDX
           SET COMPUTER-IDX TO 1
           SEARCH ALL COMPUTERS
               AT END
                   CONTINUE
               WHEN COMPUTER-NAME(COMPUTER-IDX) = LS-SEEK-NAME
                   SET LS-FOUND-IDX TO COMPUTER-IDX
           END-SEARCH
           .
