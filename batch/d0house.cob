      *    aoc_bundle_registry.txt (date + file name); entries older
      *    than KEEP-DAYS are deleted from disk and dropped from the
      *    registry on the next housekeeping run.
      *
      *    Each bundle/generation is also fingerprinted as it is
      *    written, in aoc_bundle_index.txt (entries go with the
      *    registry entry), for the AOC-2016-BNDAUDIT integrity audit:
      *
      *        <file> MD5=<md5> LINES=nnnnnnn SECTIONS=nn
      *        <file> SECTION=nn LINES=nnnnnnn PRESENT=Y|N <artifact>
      *
      *    one SECTION line per bundle section in bundle order (LINES
      *    there excludes the separator header; PRESENT=N is a NOT
      *    PRESENT THIS RUN header); a generation has SECTIONS=00.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT INDEXFILE ASSIGN TO 'aoc_bundle_index.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT CKPTREGFILE ASSIGN TO
              'aoc_checkpoint_registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           05 RG-SP1           PIC X.
           05 RG-FILE          PIC X(110).

       FD  INDEXFILE.
       01  INDEX-REC           PIC X(250).

       FD  CKPTREGFILE.
       01  CKPTREG-REC.
           05 CKR-PROGRAM      PIC X(20).
              10 REG-KEEP      PIC X.
       01  WS-REG-IDX          PIC 9(3).

       01  WS-INDEX-STATUS     PIC XX.
       01  WS-IDX-MAX          PIC 9(4)   VALUE 4000.
       01  WS-IDX-CNT          PIC 9(4)   VALUE 0.
       01  INDEX-TABLE.
           05 IDX-ENTRY OCCURS 4000 TIMES.
              10 IDX-LINE      PIC X(250).
              10 IDX-FILE      PIC X(110).
              10 IDX-KEEP      PIC X.
       01  WS-IDX-IDX          PIC 9(4).
       01  WS-IDX-LINE         PIC X(250).

       01  WS-SEC-CNT          PIC 99     VALUE 0.
       01  SECTION-TABLE.
           05 SEC-ENTRY OCCURS 50 TIMES.
              10 SEC-NAME      PIC X(110).
              10 SEC-PRESENT   PIC X.
              10 SEC-LINES     PIC 9(7).
       01  WS-SEC-IDX          PIC 99.
       01  WS-FILE-LINES       PIC 9(7).
       01  WS-FILE-NAME        PIC X(110).

       01  HASH-CMD            PIC X(16)  VALUE 'md5sum'.
       01  HASH-INPUT          PIC X(64).
       01  HASH                PIC X(64).

       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           END-IF.

           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT.
           PERFORM LOAD-INDEX THRU LOAD-INDEX-EXIT.
           PERFORM BUILD-BUNDLE.
           PERFORM ROLL-LEDGERS.
           PERFORM PURGE-OLD-ENTRIES.
           PERFORM REWRITE-REGISTRY.
           PERFORM REWRITE-INDEX.
           PERFORM FLAG-STALE-CHECKPOINTS THRU
              FLAG-STALE-CHECKPOINTS-EXIT.

                             ' DAY(S) OLD)'
                          MOVE 'LOG' TO EL-FUNC
                          MOVE 'AOC-2016-HOUSEKEEP' TO EL-PROGRAM
                          MOVE CKR-PROGRAM TO EL-REFERENCE
                          MOVE 'AOC0704W' TO EL-MSG-ID
                          MOVE CKR-RUN TO EL-VALUE-1
                          MOVE CKR-FILE TO EL-VALUE-2
                          CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                             ON EXCEPTION
                                CONTINUE
              INTO WS-BUNDLE-NAME
           END-STRING.
           OPEN OUTPUT BUNDLEFILE.
           MOVE 0 TO WS-SEC-CNT.
           MOVE 0 TO WS-FILE-LINES.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
              UNTIL WS-ART-IDX > WS-ART-CNT
                 IF ART-TYPE(WS-ART-IDX) = 'SNAPSHOT' THEN
           END-PERFORM.
           CLOSE BUNDLEFILE.
           PERFORM REGISTER-BUNDLE-FILE.
           MOVE WS-BUNDLE-NAME TO WS-FILE-NAME.
           PERFORM INDEX-WRITTEN-FILE.
           DISPLAY 'RUN BUNDLE WRITTEN: '
              FUNCTION TRIM(WS-BUNDLE-NAME).

       BUNDLE-ONE-ARTIFACT.
           MOVE ART-NAME(WS-ART-IDX) TO WS-ARTIFACT-NAME.
           ADD 1 TO WS-SEC-CNT.
           MOVE WS-ARTIFACT-NAME TO SEC-NAME(WS-SEC-CNT).
           MOVE 0 TO SEC-LINES(WS-SEC-CNT).
           ADD 1 TO WS-FILE-LINES.
           OPEN INPUT ARTIFACTFILE.
           IF WS-ARTIFACT-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'N' TO SEC-PRESENT(WS-SEC-CNT)
              MOVE SPACES TO BUNDLE-REC
              STRING '==== FILE: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ARTIFACT-NAME) DELIMITED SIZE
              END-STRING
              WRITE BUNDLE-REC
           ELSE
              MOVE 'Y' TO SEC-PRESENT(WS-SEC-CNT)
              MOVE SPACES TO BUNDLE-REC
              STRING '==== FILE: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ARTIFACT-NAME) DELIMITED SIZE
                    NOT AT END
                       MOVE ARTIFACT-REC TO BUNDLE-REC
                       WRITE BUNDLE-REC
                       ADD 1 TO SEC-LINES(WS-SEC-CNT)
                       ADD 1 TO WS-FILE-LINES
                 END-READ
              END-PERFORM
              CLOSE ARTIFACTFILE
                 INTO WS-GEN-NAME
              END-STRING
              OPEN OUTPUT GENFILE
              MOVE 0 TO WS-SEC-CNT
              MOVE 0 TO WS-FILE-LINES
              MOVE 1 TO LOOP
              PERFORM UNTIL LOOP = 0
                 READ ARTIFACTFILE
                    NOT AT END
                       MOVE ARTIFACT-REC TO GEN-REC
                       WRITE GEN-REC
                       ADD 1 TO WS-FILE-LINES
                 END-READ
              END-PERFORM
              CLOSE GENFILE
              OPEN OUTPUT ARTIFACTFILE
              CLOSE ARTIFACTFILE
              PERFORM REGISTER-GEN-FILE
              MOVE WS-GEN-NAME TO WS-FILE-NAME
              PERFORM INDEX-WRITTEN-FILE
              ADD 1 TO WS-ROLLED-CNT
              DISPLAY 'LEDGER ROLLED TO GENERATION: '
                 FUNCTION TRIM(WS-GEN-NAME)
                    MOVE REG-FILE(WS-REG-IDX) TO WS-DELETE-NAME
                    CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                    MOVE 'N' TO REG-KEEP(WS-REG-IDX)
                    PERFORM DROP-INDEX-ENTRIES
                    ADD 1 TO WS-PURGED-CNT
                    MOVE WS-AGE-DAYS TO WS-AGE-SHOW
                    DISPLAY 'PURGED (AGE '
           END-PERFORM.
           CLOSE REGISTRYFILE.

       LOAD-INDEX.
           MOVE 0 TO WS-IDX-CNT.
           OPEN INPUT INDEXFILE.
           IF WS-INDEX-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-INDEX-EXIT
           END-IF.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ INDEXFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    IF INDEX-REC IS NOT EQUAL TO SPACES THEN
                       MOVE INDEX-REC TO WS-IDX-LINE
                       PERFORM ADD-INDEX-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INDEXFILE.
       LOAD-INDEX-EXIT.
           EXIT.

       ADD-INDEX-LINE.
           IF WS-IDX-CNT < WS-IDX-MAX THEN
              ADD 1 TO WS-IDX-CNT
              MOVE WS-IDX-LINE TO IDX-LINE(WS-IDX-CNT)
              MOVE SPACES TO IDX-FILE(WS-IDX-CNT)
              UNSTRING WS-IDX-LINE DELIMITED BY ALL SPACE
                 INTO IDX-FILE(WS-IDX-CNT)
              END-UNSTRING
              MOVE 'Y' TO IDX-KEEP(WS-IDX-CNT)
           ELSE
              DISPLAY 'BUNDLE INDEX FULL - NOT INDEXED: '
                 FUNCTION TRIM(WS-IDX-LINE)
           END-IF.

      *    The checksum is taken once the file is closed; the section
      *    lines follow in the order the sections were written.
       INDEX-WRITTEN-FILE.
           MOVE SPACES TO HASH-INPUT.
           STRING '@' DELIMITED SIZE
              FUNCTION TRIM(WS-FILE-NAME) DELIMITED SIZE
              INTO HASH-INPUT
           END-STRING.
           MOVE SPACES TO HASH.
           CALL 'AOC-2016-D5-HASH' USING HASH-CMD HASH-INPUT HASH
              ON EXCEPTION
                 MOVE SPACES TO HASH
           END-CALL.
           MOVE SPACES TO WS-IDX-LINE.
           STRING FUNCTION TRIM(WS-FILE-NAME) DELIMITED SIZE
              ' MD5=' DELIMITED SIZE
              HASH(1:32) DELIMITED SIZE
              ' LINES=' DELIMITED SIZE
              WS-FILE-LINES DELIMITED SIZE
              ' SECTIONS=' DELIMITED SIZE
              WS-SEC-CNT DELIMITED SIZE
              INTO WS-IDX-LINE
           END-STRING.
           PERFORM ADD-INDEX-LINE.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
              UNTIL WS-SEC-IDX > WS-SEC-CNT
                 MOVE SPACES TO WS-IDX-LINE
                 STRING FUNCTION TRIM(WS-FILE-NAME) DELIMITED SIZE
                    ' SECTION=' DELIMITED SIZE
                    WS-SEC-IDX DELIMITED SIZE
                    ' LINES=' DELIMITED SIZE
                    SEC-LINES(WS-SEC-IDX) DELIMITED SIZE
                    ' PRESENT=' DELIMITED SIZE
                    SEC-PRESENT(WS-SEC-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(SEC-NAME(WS-SEC-IDX)) DELIMITED SIZE
                    INTO WS-IDX-LINE
                 END-STRING
                 PERFORM ADD-INDEX-LINE
           END-PERFORM.

       DROP-INDEX-ENTRIES.
           PERFORM VARYING WS-IDX-IDX FROM 1 BY 1
              UNTIL WS-IDX-IDX > WS-IDX-CNT
                 IF IDX-FILE(WS-IDX-IDX) = REG-FILE(WS-REG-IDX) THEN
                    MOVE 'N' TO IDX-KEEP(WS-IDX-IDX)
                 END-IF
           END-PERFORM.

       REWRITE-INDEX.
           OPEN OUTPUT INDEXFILE.
           PERFORM VARYING WS-IDX-IDX FROM 1 BY 1
              UNTIL WS-IDX-IDX > WS-IDX-CNT
                 IF IDX-KEEP(WS-IDX-IDX) = 'Y' THEN
                    MOVE IDX-LINE(WS-IDX-IDX) TO INDEX-REC
                    WRITE INDEX-REC
                 END-IF
           END-PERFORM.
           CLOSE INDEXFILE.

       END PROGRAM AOC-2016-HOUSEKEEP.
