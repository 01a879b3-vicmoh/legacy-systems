    *>    shared allocation-block check: each department draws its
    *>    numbers from one or more blocks on allocblk.dat (blkmnt.cob
    *>    maintains it), and issuance, the pre-edit and the
    *>    classification run all ask the same question -- does this
    *>    number fall inside the department's blocks? -- so they ask it
    *>    here. the caller passes the number and either the department
    *>    code (issueno.cob, which knows who asked) or blanks and the
    *>    card's lot id, in which case the owning department comes off
    *>    deptmst.dat's lot prefix the same way burst.cob and
    *>    chargebk.cob find it, and is handed back. same CALL-style
    *>    shape as AUTHCHK; the verdict comes back one byte:
    *>      'Y' inside one of the department's blocks;
    *>      'N' outside all of them (or the department has none);
    *>      'U' the lot's prefix maps to no department, owner unknown;
    *>      'O' no blocks on file at all, the check is off -- the same
    *>          graceful default the reserved-range list uses, so the
    *>          stream runs unchanged until the first block is keyed.
    *>    both files are loaded on the first call and held for the run,
    *>    the once-per-run caching PRIMTEST gives PRIMECFG.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BLOCK-FILE ASSIGN TO DYNAMIC BLOCK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BLOCK-FILE.
       SELECT DEPT-FILE ASSIGN TO DYNAMIC DEPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPT-FILE.

       DATA DIVISION.
       FILE SECTION.
    *>    blkmnt.cob's block record: department code, first and last
    *>    full ten-digit number of the block.
       FD BLOCK-FILE.
           01 BLOCK-RECORD.
               02 BLOCK-REC-DEPT PICTURE X(8).
               02 FILLER PICTURE X.
               02 BLOCK-REC-LOW PICTURE X(10).
               02 FILLER PICTURE X.
               02 BLOCK-REC-HIGH PICTURE X(10).
               02 FILLER PICTURE X(50).
    *>    deptmnt.cob's department record; only prefix and code matter.
       FD DEPT-FILE.
           01 DEPT-RECORD.
               02 DEPT-REC-PREFIX PICTURE X(3).
               02 FILLER PICTURE X.
               02 DEPT-REC-DEPT PICTURE X(8).
               02 FILLER PICTURE X(68).

       WORKING-STORAGE SECTION.
           77 BLOCK-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/allocblk.dat".
           77 DEPT-FILE-NAME PICTURE X(99)
               VALUE "./cobol/assets/deptmst.dat".
           77 ENV-OVERRIDE PICTURE X(99).
           77 RUN-REGION PICTURE X.
           77 FS-BLOCK-FILE PICTURE XX.
           77 FS-DEPT-FILE PICTURE XX.
           77 WS-EOF PICTURE 9.
           77 WS-LOADED PICTURE 9 VALUE ZERO.
           77 BLOCK-COUNT PICTURE 9(4) VALUE ZERO.
           77 BLOCK-IDX PICTURE 9(4).
           77 MAP-COUNT PICTURE 9(4) VALUE ZERO.
           77 MAP-IDX PICTURE 9(4).
           77 MAP-FOUND PICTURE 9.
       01 BLOCK-TABLE.
           02 BLOCK-ENTRY OCCURS 200 TIMES.
               03 BLOCK-DEPT PICTURE X(8).
               03 BLOCK-LOW PICTURE 9(10).
               03 BLOCK-HIGH PICTURE 9(10).
    *>    deptmst.dat carries one record per prefix per rate effective
    *>    date; the department is the same on all of them, so the map
    *>    keeps each prefix once.
       01 MAP-TABLE.
           02 MAP-ENTRY OCCURS 500 TIMES.
               03 MAP-PREFIX PICTURE X(3).
               03 MAP-DEPT PICTURE X(8).

       LINKAGE SECTION.
       01 LS-NUMBER PICTURE 9(10).
       01 LS-LOT PICTURE X(10).
       01 LS-DEPT PICTURE X(8).
       01 LS-RESULT PICTURE X.

       PROCEDURE DIVISION USING LS-NUMBER, LS-LOT, LS-DEPT, LS-RESULT.
           IF WS-LOADED IS EQUAL TO ZERO
               PERFORM LOAD-BLOCKS
               PERFORM LOAD-PREFIX-MAP
               MOVE 1 TO WS-LOADED
           END-IF.
           IF BLOCK-COUNT IS EQUAL TO ZERO
               MOVE 'O' TO LS-RESULT
               GOBACK
           END-IF.
           IF LS-DEPT IS EQUAL TO SPACES
               PERFORM FIND-LOT-OWNER
               IF LS-DEPT IS EQUAL TO SPACES
                   MOVE 'U' TO LS-RESULT
                   GOBACK
               END-IF
           END-IF.
           MOVE 'N' TO LS-RESULT.
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX IS GREATER THAN BLOCK-COUNT
               IF BLOCK-DEPT(BLOCK-IDX) IS EQUAL TO LS-DEPT
                       AND LS-NUMBER IS NOT LESS THAN BLOCK-LOW(BLOCK-IDX)
                       AND LS-NUMBER IS NOT GREATER THAN
                           BLOCK-HIGH(BLOCK-IDX)
                   MOVE 'Y' TO LS-RESULT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           GOBACK.

       FIND-LOT-OWNER.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX IS GREATER THAN MAP-COUNT
               IF MAP-PREFIX(MAP-IDX) IS EQUAL TO LS-LOT(1:3)
                   MOVE MAP-DEPT(MAP-IDX) TO LS-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

    *>    rows that don't parse as a block are skipped.
       LOAD-BLOCKS.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "ALLOCBLK_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO BLOCK-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING BLOCK-FILE-NAME, RUN-REGION.
           OPEN INPUT BLOCK-FILE.
           IF FS-BLOCK-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ BLOCK-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BLOCK-REC-DEPT IS NOT EQUAL TO SPACES
                               AND BLOCK-REC-LOW IS NUMERIC
                               AND BLOCK-REC-HIGH IS NUMERIC
                               AND BLOCK-COUNT IS LESS THAN 200
                           ADD 1 TO BLOCK-COUNT
                           MOVE BLOCK-REC-DEPT TO BLOCK-DEPT(BLOCK-COUNT)
                           MOVE BLOCK-REC-LOW TO BLOCK-LOW(BLOCK-COUNT)
                           MOVE BLOCK-REC-HIGH TO BLOCK-HIGH(BLOCK-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLOCK-FILE.

       LOAD-PREFIX-MAP.
           ACCEPT ENV-OVERRIDE FROM ENVIRONMENT "DEPTMST_DD".
           IF ENV-OVERRIDE IS NOT EQUAL TO SPACES
               MOVE ENV-OVERRIDE TO DEPT-FILE-NAME
           END-IF.
           CALL 'RGNCHK' USING DEPT-FILE-NAME, RUN-REGION.
           OPEN INPUT DEPT-FILE.
           IF FS-DEPT-FILE IS NOT EQUAL TO "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-EOF.
           PERFORM UNTIL WS-EOF IS EQUAL TO 1
               READ DEPT-FILE
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEPT-REC-PREFIX IS NOT EQUAL TO SPACES
                           PERFORM ADD-PREFIX-TO-MAP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.

       ADD-PREFIX-TO-MAP.
           MOVE ZERO TO MAP-FOUND.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX IS GREATER THAN MAP-COUNT
               IF MAP-PREFIX(MAP-IDX) IS EQUAL TO DEPT-REC-PREFIX
                   MOVE 1 TO MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MAP-FOUND IS EQUAL TO ZERO AND MAP-COUNT IS LESS THAN 500
               ADD 1 TO MAP-COUNT
               MOVE DEPT-REC-PREFIX TO MAP-PREFIX(MAP-COUNT)
               MOVE DEPT-REC-DEPT TO MAP-DEPT(MAP-COUNT)
           END-IF.
