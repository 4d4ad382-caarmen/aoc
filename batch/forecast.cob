           IF FUNCTION TRIM(LS-STEP-DEPENDS(LS-STEP-IDX)) = SPACES
               EXIT PARAGRAPH
           END-IF
      *> DEPENDS=* waits, as in DAYBATCH, for every step that is not
      *> itself an end-of-night step, and DEPENDS=*,name for the
      *> named steps as well; the last of them gates it.
           IF LS-STEP-DEPENDS(LS-STEP-IDX)(1:1) = "*"
               PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
                   UNTIL LS-DEP-IDX > LS-STEP-COUNT
                   IF LS-DEP-IDX NOT = LS-STEP-IDX
                       AND LS-STEP-DEPENDS(LS-DEP-IDX)(1:1) NOT = "*"
                       PERFORM NOTE-GATING-STEP
                   END-IF
               END-PERFORM
               IF LS-STEP-DEPENDS(LS-STEP-IDX) = "*"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 1 TO LS-DEP-PTR
           COMPUTE LS-DEP-LEN = FUNCTION LENGTH(FUNCTION
               TRIM(LS-STEP-DEPENDS(LS-STEP-IDX)))
               PERFORM VARYING LS-DEP-IDX FROM 1 BY 1
                   UNTIL LS-DEP-IDX > LS-STEP-COUNT
                   IF LS-STEP-NAME(LS-DEP-IDX) = LS-DEP-NAME
                       PERFORM NOTE-GATING-STEP
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       NOTE-GATING-STEP.
           EVALUATE LS-FC-STATE(LS-DEP-IDX)
               WHEN 2
                   IF LS-FC-FINISH(LS-DEP-IDX) > LS-GATE-FINISH
                       MOVE LS-FC-FINISH(LS-DEP-IDX) TO LS-GATE-FINISH
                       MOVE LS-DEP-IDX TO LS-GATE-IDX
                   END-IF
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   MOVE 0 TO LS-DEPS-SATISFIED
           END-EVALUATE
           .

       LAUNCH-FORECAST-STEP.
           IF LS-WAVE-OPENED = 0
               ADD 1 TO LS-WAVE-NUMBER
