       01  LS-RUN-END-TS             PIC X(21).
       01  LS-ELAPSED-SECONDS        PIC 9(6).
       01  LS-RUN-RESULT             PIC X(100).
       01  LS-BEST-COST              PIC 9(6).
       01  LS-BEST-TILES             PIC 9(6).
       COPY "grid" IN "16".

       PROCEDURE DIVISION.
           CALL "TRACE-PATHS" USING BY REFERENCE
               GRID-GRP
               LS-TURN-COST
               LS-BEST-COST
               LS-BEST-TILES

           IF LS-ROUTES-FLAG = "ROUTES"
               CALL "WRITE-ROUTES-REPORT" USING BY REFERENCE
      *>
      *> Starting from the end node, backtrack via the parents, marking
      *> O along all the cells in the paths which have the lowest cost.
      *> The best route cost and the number of tiles on best paths
      *> are handed back to the caller as well as displayed.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACE-PATHS.
       LINKAGE SECTION.
       COPY "grid" IN "16".
       01  IN-TURN-COST                PIC 9(5).
       01  OUT-BEST-COST               PIC 9(6).
       01  OUT-TILE-COUNT              PIC 9(6).

       PROCEDURE DIVISION USING BY REFERENCE
           GRID-GRP
           IN-TURN-COST
           OUT-BEST-COST
           OUT-TILE-COUNT.

      *> Find shortest path cost for the whole puzzle.
           SET LS-CUR-ROW TO END-ROW
               END-IF
           END-PERFORM
           DISPLAY "Shortest path: " LS-SHORTEST-PATH-COST
           MOVE LS-SHORTEST-PATH-COST TO OUT-BEST-COST
      *> Add any terminal node + direction which have the
      *> shortest path.
           PERFORM VARYING DIRECTION-INDEX
                           TO C-RIGHT
               END-EVALUATE

      *> Every best route begins at the start tile. Any parent
      *> recorded for it comes from wandering back into it, not
      *> from a best route, so the backtrack stops here.
               IF LS-CUR-ROW = START-ROW AND LS-CUR-COL = START-COL
                   EXIT PERFORM CYCLE
               END-IF

      *> Calculate the shortest path up to this node,
      *> and including one additional step (to the next node).
               SET LS-SHORTEST-PATH-COST TO C-INFINITY
               END-PERFORM
           END-PERFORM
           DISPLAY "Cells in shortest paths: " LS-NODE-COUNT
           MOVE LS-NODE-COUNT TO OUT-TILE-COUNT
           GOBACK.
       END PROGRAM TRACE-PATHS.

