            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OfferKey
            FILE STATUS IS OfferFileStatus.
      *The student holds file HoldMaint keeps, keyed on StudentID
      *plus hold type - any hold still active is printed in the
      *packet's identification block, so the advisor knows about
      *a bursar or document hold before the meeting starts.
            SELECT HOLDFILE ASSIGN TO HoldFileName
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HdKey
            FILE STATUS IS HoldFileStatus.
      *The course-equivalence file CatalogMaint keeps: old course
      *name plus the current catalog course it now counts as, from
      *an effective term on. A retired or renumbered name on an
      *older transcript still satisfies the prerequisites, repeat
      *rules, and category credit of the course that replaced it.
            SELECT EQUIVFILE ASSIGN TO EquivFileName
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EqOldCourse
            FILE STATUS IS EquivFileStatus.
      *The within-run checkpoint, on the fixed-name pattern of
      *Dispatcher's DISPATCH.CKP but one level down: a journal of
      *every roster entry this run has fully finished, with the
      *registrar-summary row each one produced, so a roster run that
      *dies at student 400 of 600 resumes at student 401 instead of
      *redoing every packet, .EXC file, and log line from the top.
            SELECT CHECKPOINTFILE ASSIGN TO CheckpointFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CheckpointFileStatus.

      *----------------------------------------------------
       DATA DIVISION.
            05 OfSeatCap PIC 9(4).
            05 OfEnrolled PIC 9(4).

      *The same holds layout and key HoldMaint declares - every
      *reader must agree byte for byte on HOLD-REC.
       FD HOLDFILE.
       01 HOLD-REC.
            05 HdKey.
               10 HdStudent PIC X(10).
               10 HdType PIC X(10).
            05 HdPlacedBy PIC X(20).
            05 HdPlaced PIC X(8).
            05 HdRelease PIC X(8).
            05 HdRegBlock PIC X(1).
            05 HdNote PIC X(30).

      *The same equivalence layout and key CatalogMaint declares -
      *every reader must agree byte for byte on EQUIV-REC.
       FD EQUIVFILE.
       01 EQUIV-REC.
            05 EqOldCourse PIC X(32).
            05 EqNewCourse PIC X(32).
            05 EqEffTerm PIC X(6).

      *Every checkpoint record leads with a one-byte type: 'H'
      *names the roster the journal belongs to, 'S' carries one
      *registrar-summary row, and 'E' closes one finished roster
      *entry with the run's totals as they stood after it. The
      *typed views of the body live in WORKING-STORAGE below.
       FD CHECKPOINTFILE.
       01 CHECKPOINT-REC.
            05 ck-rec-type PIC X(1).
            05 ck-rec-rest PIC X(79).

       WORKING-STORAGE SECTION.
      * Main data sets, houses all imported information.
       01 courses-TABLE OCCURS 256 TIMES.
      *except the best one - repeat forgiveness: all attempts stay
      *visible, only the best one counts.
            10 superseded PIC A(1).
      *The current catalog course this attempt counts as - the
      *name itself unless the course has since been renumbered or
      *retired. name stays what the student actually took.
            10 equiv-name PIC X(32).
       
      * Other variables
       01 gpa           PIC 9(1)V99.
       01 plan-offered PIC 9(1).
       01 plan-blocked PIC 9(3).

      *Holds working storage - the fixed-name file TERMSTAT.DAT's
      *convention, so the job stream needs no new answer. No file
      *at all simply means no holds have ever been placed.
       01 HoldFileName PIC X(20) VALUE 'HOLDS.DAT'.
       01 HoldFileStatus PIC X(2).
       01 hold-open     PIC A(1) VALUE 'N'.
       01 hold-eof      PIC A(1).
       01 hold-today    PIC X(8).
       01 hold-block-text PIC X(22).

      *Course-equivalence working storage - the same fixed-name
      *convention; no file means no course has ever been renumbered
      *or retired. eq-course taken in eq-term goes in, eq-canon
      *comes back holding the current course it counts as.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 equiv-open    PIC A(1) VALUE 'N'.
       01 eq-course     PIC X(32).
       01 eq-term       PIC X(6).
       01 eq-canon      PIC X(32).
       01 eq-hops       PIC 9(1).
       01 eq-taken-key  PIC X(5).

      *What-if GPA projection - runs the GRADE-SUM math against a
      *copy of the real totals so a hypothetical grade on a planned
      *or not-yet-posted course never touches the student's actual
      *of the real contribution already baked into proj-gpaSum et al.
       01 proj-posted   PIC 9(1).

      *Checkpoint working storage. Only records up to the last 'E'
      *count on a restart - anything after it belongs to the
      *student who was cut short, who is simply advised again. A
      *journal written for another roster is not this run's, and
      *the run starts from the top.
       01 CheckpointFileName PIC X(20) VALUE 'ADVISOR.CKP'.
       01 CheckpointFileStatus PIC X(2).
       01 ckpt-open     PIC A(1) VALUE 'N'.
       01 ckpt-eof      PIC A(1).
       01 ckpt-stats-view.
            05 cks-file     PIC X(20).
            05 cks-gpa      PIC 9(1)V99.
            05 cks-standing PIC 9(1).
            05 cks-hours    PIC 9(3).
       01 ckpt-end-view.
            05 cke-entry    PIC 9(5).
            05 cke-name     PIC X(20).
            05 cke-advised  PIC 9(5).
            05 cke-skipped  PIC 9(5).
            05 cke-exc      PIC 9(5).
       01 ckpt-rec-num  PIC 9(7).
       01 ckpt-last-end PIC 9(7).
       01 ckpt-head-match PIC A(1).
       01 roster-entry  PIC 9(5).
       01 resume-after  PIC 9(5) VALUE 0.
       01 zentry        PIC Z(4)9.

      *----------------------------------------------------
       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
             END-IF
       END-IF.

       MOVE 'N' TO hold-open.
       OPEN INPUT HOLDFILE.
       IF HoldFileStatus EQUAL '00'
             MOVE 'Y' TO hold-open.
       MOVE FUNCTION CURRENT-DATE(1:8) TO hold-today.
       MOVE 'N' TO equiv-open.
       OPEN INPUT EQUIVFILE.
       IF EquivFileStatus EQUAL '00'
             MOVE 'Y' TO equiv-open.

       DISPLAY 'Offer hypothetical grade projections this run? (Y/N): '
             WITH NO ADVANCING.
       ACCEPT want-projection-roster.

       DISPLAY 'Roster: ' WITH NO ADVANCING.
       ACCEPT RosterFileName.
       PERFORM LOAD-CHECKPOINT.
       OPEN INPUT ROSTERFILE.
       MOVE 'N' TO RosterEOF.
       SET roster-entry TO 0.
       PERFORM UNTIL RosterEOF = 'Y'
          READ ROSTERFILE INTO filename
             AT END MOVE 'Y' TO RosterEOF
          END-READ
          IF RosterEOF NOT = 'Y'
             ADD 1 TO roster-entry
             IF roster-entry > resume-after
                PERFORM BEGIN-CHECKPOINT-ENTRY
                PERFORM ADVISE-STUDENT THRU ADVISE-STUDENT-EXIT
                PERFORM END-CHECKPOINT-ENTRY
             END-IF
          END-IF
       END-PERFORM.
       CLOSE ROSTERFILE.
             CLOSE STUDENTFILE.
       IF offer-open EQUAL 'Y'
             CLOSE OFFERFILE.
       IF hold-open EQUAL 'Y'
             CLOSE HOLDFILE.
       IF equiv-open EQUAL 'Y'
             CLOSE EQUIVFILE.
      *The roster got to the end, so there is nothing left to
      *resume - the journal is emptied the way Dispatcher resets its
      *own checkpoint once the batch completes.
       OPEN OUTPUT CHECKPOINTFILE.
       CLOSE CHECKPOINTFILE.
       PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
                              DELIMITED BY SIZE INTO packet-line
                        PERFORM WRITE-PACKET-LINE
                  END-IF
                  PERFORM WRITE-PACKET-HOLDS
                  MOVE SPACES TO packet-line
                  PERFORM WRITE-PACKET-LINE
            END-IF.
      * End OPEN-PACKET.

      *One identification-block line per hold still active on the
      *student (release date blank or not yet reached, the test
      *HoldMaint applies), echoed to the terminal as well.
       WRITE-PACKET-HOLDS.
            IF hold-open NOT EQUAL 'Y'
                  EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO hold-eof.
            MOVE filename TO HdStudent.
            MOVE LOW-VALUES TO HdType.
            START HOLDFILE KEY IS GREATER THAN HdKey
                  INVALID KEY MOVE 'Y' TO hold-eof
            END-START.
            PERFORM UNTIL hold-eof = 'Y'
                  READ HOLDFILE NEXT RECORD
                        AT END MOVE 'Y' TO hold-eof
                  END-READ
                  IF hold-eof NOT EQUAL 'Y'
                  AND HdStudent NOT EQUAL filename(1:10)
                        MOVE 'Y' TO hold-eof
                  END-IF
                  IF hold-eof NOT EQUAL 'Y'
                  AND (HdRelease EQUAL SPACES
                       OR HdRelease > hold-today)
                        MOVE SPACES TO hold-block-text
                        IF HdRegBlock EQUAL 'Y'
                              MOVE ' - blocks registration'
                                    TO hold-block-text
                        END-IF
                        MOVE SPACES TO packet-line
                        STRING 'HOLD: ' FUNCTION TRIM(HdType)
                              ' placed ' HdPlaced ' by '
                              FUNCTION TRIM(HdPlacedBy)
                              hold-block-text
                              DELIMITED BY SIZE INTO packet-line
                        DISPLAY FUNCTION TRIM(packet-line)
                        PERFORM WRITE-PACKET-LINE
                  END-IF
            END-PERFORM.
      * End WRITE-PACKET-HOLDS.

       CLOSE-PACKET.
            IF packet-open EQUAL 'Y'
                  CLOSE PACKETFILE
             MOVE gpa TO rs-gpa(rs-count)
             MOVE stu-standing TO rs-standing(rs-count)
             MOVE compHours TO rs-hours(rs-count)
             MOVE filename TO cks-file
             MOVE gpa TO cks-gpa
             MOVE stu-standing TO cks-standing
             MOVE compHours TO cks-hours
             MOVE 'S' TO ck-rec-type
             MOVE ckpt-stats-view TO ck-rec-rest
             PERFORM WRITE-CHECKPOINT-REC
       END-IF.
      * End NOTE-ROSTER-STATS.

      * End LOOKUP-STUDENT.


      *Reads the checkpoint journal, if there is one for this
      *roster, and puts the run back where its last finished entry
      *left it: the totals from the last 'E' record, the registrar
      *rows written up to it, and resume-after set so the roster
      *loop picks up with the next student. The first pass finds
      *the last 'E'; the second restores up to it. With no journal
      *to resume, a fresh one is started.
       LOAD-CHECKPOINT.
            SET resume-after TO 0.
            SET ckpt-rec-num TO 0.
            SET ckpt-last-end TO 0.
            MOVE 'N' TO ckpt-head-match.
            OPEN INPUT CHECKPOINTFILE.
            IF CheckpointFileStatus EQUAL '00'
                  MOVE 'N' TO ckpt-eof
                  PERFORM UNTIL ckpt-eof = 'Y'
                        READ CHECKPOINTFILE
                              AT END MOVE 'Y' TO ckpt-eof
                        END-READ
                        IF ckpt-eof NOT EQUAL 'Y'
                              ADD 1 TO ckpt-rec-num
                              EVALUATE ck-rec-type
                                 WHEN 'H'
                                    IF ck-rec-rest(1:20) EQUAL
                                       RosterFileName
                                          MOVE 'Y' TO ckpt-head-match
                                    END-IF
                                 WHEN 'E'
                                    MOVE ck-rec-rest TO ckpt-end-view
                                    MOVE ckpt-rec-num TO ckpt-last-end
                              END-EVALUATE
                        END-IF
                  END-PERFORM
                  CLOSE CHECKPOINTFILE
            END-IF.
            IF ckpt-last-end > 0 AND ckpt-head-match EQUAL 'Y'
                  PERFORM VERIFY-RESUME-POINT
            END-IF.
            IF ckpt-last-end EQUAL 0 OR ckpt-head-match NOT EQUAL 'Y'
                  OPEN OUTPUT CHECKPOINTFILE
                  MOVE 'H' TO ck-rec-type
                  MOVE RosterFileName TO ck-rec-rest
                  WRITE CHECKPOINT-REC
                  CLOSE CHECKPOINTFILE
                  EXIT PARAGRAPH
            END-IF.

            OPEN INPUT CHECKPOINTFILE.
            SET ckpt-rec-num TO 0.
            MOVE 'N' TO ckpt-eof.
            PERFORM UNTIL ckpt-eof = 'Y'
            OR ckpt-rec-num >= ckpt-last-end
                  READ CHECKPOINTFILE
                        AT END MOVE 'Y' TO ckpt-eof
                  END-READ
                  IF ckpt-eof EQUAL 'Y'
                        EXIT PERFORM
                  END-IF
                  ADD 1 TO ckpt-rec-num
                  IF ck-rec-type EQUAL 'S' AND rs-count < 500
                        ADD 1 TO rs-count
                        MOVE ck-rec-rest TO ckpt-stats-view
                        MOVE cks-file TO rs-file(rs-count)
                        MOVE cks-gpa TO rs-gpa(rs-count)
                        MOVE cks-standing TO rs-standing(rs-count)
                        MOVE cks-hours TO rs-hours(rs-count)
                  END-IF
            END-PERFORM.
            CLOSE CHECKPOINTFILE.
            MOVE cke-entry TO resume-after.
            MOVE cke-advised TO students-advised.
            MOVE cke-skipped TO skipped-transcripts.
            MOVE cke-exc TO trans-exc-count.

      *Rewritten as just what was restored - header, registrar
      *rows, one 'E' - so the records of the student who was cut
      *short cannot be mistaken for part of a later finished one.
            OPEN OUTPUT CHECKPOINTFILE.
            MOVE 'H' TO ck-rec-type.
            MOVE RosterFileName TO ck-rec-rest.
            WRITE CHECKPOINT-REC.
            SET rs-idx TO 1.
            PERFORM UNTIL rs-idx > rs-count
                  MOVE rs-file(rs-idx) TO cks-file
                  MOVE rs-gpa(rs-idx) TO cks-gpa
                  MOVE rs-standing(rs-idx) TO cks-standing
                  MOVE rs-hours(rs-idx) TO cks-hours
                  MOVE 'S' TO ck-rec-type
                  MOVE ckpt-stats-view TO ck-rec-rest
                  WRITE CHECKPOINT-REC
                  ADD 1 TO rs-idx
            END-PERFORM.
            MOVE 'E' TO ck-rec-type.
            MOVE ckpt-end-view TO ck-rec-rest.
            WRITE CHECKPOINT-REC.
            CLOSE CHECKPOINTFILE.

            MOVE resume-after TO zentry.
            DISPLAY 'Restarting after roster entry '
                  FUNCTION TRIM(zentry) ' ('
                  FUNCTION TRIM(cke-name) ') - finished students'
                  ' are not advised again'.
            MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
            MOVE SPACES TO RunLogLine.
            STRING RunLogTimestamp " Auto_Advisor "
               FUNCTION TRIM(RosterFileName)
               " RESTARTED - resuming after entry "
               FUNCTION TRIM(zentry) " "
               FUNCTION TRIM(cke-name)
               DELIMITED BY SIZE INTO RunLogLine
            OPEN EXTEND RUNLOGFILE.
            IF RunLogFileStatus NOT EQUAL '00'
                  OPEN OUTPUT RUNLOGFILE
            END-IF
            WRITE RUNLOG-REC FROM RunLogLine.
            CLOSE RUNLOGFILE.
      * End LOAD-CHECKPOINT.


      *The roster must still list the checkpointed student where the
      *journal says it was - a roster edited since the interrupted
      *run cannot be resumed by position, so it runs from the top.
       VERIFY-RESUME-POINT.
            OPEN INPUT ROSTERFILE.
            MOVE 'N' TO RosterEOF.
            MOVE SPACES TO filename.
            SET roster-entry TO 0.
            PERFORM UNTIL RosterEOF = 'Y'
            OR roster-entry >= cke-entry
                  READ ROSTERFILE INTO filename
                        AT END MOVE 'Y' TO RosterEOF
                  END-READ
                  IF RosterEOF NOT EQUAL 'Y'
                        ADD 1 TO roster-entry
                  END-IF
            END-PERFORM.
            CLOSE ROSTERFILE.
            IF roster-entry NOT EQUAL cke-entry
            OR filename NOT EQUAL cke-name
                  DISPLAY 'WARNING: roster '
                        FUNCTION TRIM(RosterFileName)
                        ' no longer matches its checkpoint -'
                        ' starting from the top'
                  MOVE 'N' TO ckpt-head-match
            END-IF.
      * End VERIFY-RESUME-POINT.


      *The journal stays open for append while one student is
      *advised, so the registrar row that student produces lands in
      *it as it is made. A journal that won't open costs the
      *restart, not the run.
       BEGIN-CHECKPOINT-ENTRY.
            OPEN EXTEND CHECKPOINTFILE.
            IF CheckpointFileStatus EQUAL '00'
                  MOVE 'Y' TO ckpt-open
            ELSE
                  MOVE 'N' TO ckpt-open
            END-IF.
      * End BEGIN-CHECKPOINT-ENTRY.


      *The student is fully finished - packet, .EXC file, and log
      *lines all written - so the 'E' record marks the entry done,
      *with the whole-run totals as they now stand.
       END-CHECKPOINT-ENTRY.
            MOVE roster-entry TO cke-entry.
            MOVE filename TO cke-name.
            MOVE students-advised TO cke-advised.
            MOVE skipped-transcripts TO cke-skipped.
            MOVE trans-exc-count TO cke-exc.
            MOVE 'E' TO ck-rec-type.
            MOVE ckpt-end-view TO ck-rec-rest.
            PERFORM WRITE-CHECKPOINT-REC.
            IF ckpt-open EQUAL 'Y'
                  CLOSE CHECKPOINTFILE
                  MOVE 'N' TO ckpt-open
            END-IF.
      * End END-CHECKPOINT-ENTRY.


       WRITE-CHECKPOINT-REC.
            IF ckpt-open EQUAL 'Y'
                  WRITE CHECKPOINT-REC
            END-IF.
      * End WRITE-CHECKPOINT-REC.


      *Hands this run's completion status back to Dispatcher: OK
      *only when every roster entry was actually advised, plus the
      *whole-run counts the batch summary reports. Rewritten whole
               MOVE TmTerm TO term-id(course)
               MOVE TmXferHours TO xfer-hours(course)
               MOVE TmSource TO xfer-source(course)
               MOVE TmCourse TO eq-course
               MOVE TmTerm TO eq-term
               PERFORM RESOLVE-EQUIVALENT
               MOVE eq-canon TO equiv-name(course)

               PERFORM CATALOG-LOOKUP

            ADD 1 TO preq-orn.
      * End PARSE-AND-PARA.
      
      *A course taken under an old name keeps the hours it was
      *taken for but earns the category credit, and carries the
      *prerequisites, of the course it is now equivalent to; once
      *the old name has left the catalog, the current course's
      *hours stand in for it too.
       CATALOG-LOOKUP.
            MOVE name(course) TO CatName.
            READ CATALOGFILE
                  MOVE 'N' TO cat-found(course)
                  MOVE 0 TO hours(course)
                  MOVE SPACES TO preqs(course)
               NOT INVALID KEY
                  MOVE 'Y' TO cat-found(course)
                  MOVE CatHours TO hours(course)
                  MOVE CatCategory TO category(course)
                  MOVE CatPreqs TO preqs(course)
            END-READ.
            IF equiv-name(course) NOT EQUAL name(course)
               MOVE equiv-name(course) TO CatName
               READ CATALOGFILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF cat-found(course) EQUAL 'N'
                        MOVE 'Y' TO cat-found(course)
                        MOVE CatHours TO hours(course)
                     END-IF
                     MOVE CatCategory TO category(course)
                     MOVE CatPreqs TO preqs(course)
               END-READ
            END-IF.
            IF cat-found(course) EQUAL 'N'
               DISPLAY 'WARNING: ' FUNCTION TRIM(name(course))
               ' is not in the course catalog'
            ELSE
      *A standing or hours-completed prereq is two or three words,
      *and the OR-group UNSTRING below splits on every space, so
      *join those words with hyphens here (same length, so this is
                  INSPECT preqs(course)
                       REPLACING ALL ' hours completed'
                       BY '-hours-completed'
            END-IF.
      * End CATALOG-LOOKUP.

      *The current catalog course eq-course, taken in eq-term,
      *counts as. Each hop reads the mapping for the name in hand
      *and follows it only when the attempt predates its effective
      *term; a name with no mapping, or one taken on or after the
      *effective term, is the course itself. Eight hops is far past
      *any real chain of renumberings, and CatalogMaint refuses to
      *write a loop. The term keys come from BUILD-TERM-SORT-KEY,
      *which the term-history sort is not using at this point.
       RESOLVE-EQUIVALENT.
            MOVE eq-course TO eq-canon.
            IF equiv-open NOT EQUAL 'Y'
                  EXIT PARAGRAPH
            END-IF.
            MOVE eq-term TO th-sort-term.
            PERFORM BUILD-TERM-SORT-KEY.
            MOVE th-key-b TO eq-taken-key.
            SET eq-hops TO 0.
            PERFORM UNTIL eq-hops >= 8
                  MOVE eq-canon TO EqOldCourse
                  READ EQUIVFILE
                     INVALID KEY
                        MOVE 8 TO eq-hops
                     NOT INVALID KEY
                        MOVE EqEffTerm TO th-sort-term
                        PERFORM BUILD-TERM-SORT-KEY
                        IF eq-taken-key < th-key-b
                           MOVE EqNewCourse TO eq-canon
                           ADD 1 TO eq-hops
                        ELSE
                           MOVE 8 TO eq-hops
                        END-IF
                  END-READ
            END-PERFORM.
      * End RESOLVE-EQUIVALENT.

       CLEAR-COURSES.
            SET clr-idx TO 1.
            PERFORM CLEAR-COURSE-ROW 256 TIMES.
            MOVE SPACES TO cat-found(clr-idx).
            MOVE 'Y' TO row-ok(clr-idx).
            MOVE 'N' TO superseded(clr-idx).
            MOVE SPACES TO equiv-name(clr-idx).
            SET preq-orn TO 1.
            PERFORM CLEAR-PREQ-ORS 8 TIMES.
            ADD 1 TO clr-idx.
            SET proj-idx TO 1.
            PERFORM UNTIL proj-idx EQUAL TO course
                 IF FUNCTION TRIM(name(proj-idx)) EQUAL TO
                    FUNCTION TRIM(proj-course) OR
                    FUNCTION TRIM(equiv-name(proj-idx)) EQUAL TO
                    FUNCTION TRIM(proj-course)
                       IF grade(proj-idx) NOT EQUAL TO ' '
                             SET proj-posted TO 1
      *when the earlier attempt already completed the course (A, B,
      *C, or P) or when both lines are still ungraded plans - a
      *retake after a D, F, W, or NP is the repeat-forgiveness case
      *RESOLVE-REPEATS handles, not an error. An old name and its
      *current equivalent are the same course here.
                  SET dup-found TO 0
                  SET vt-jdx TO 1
                  PERFORM UNTIL vt-jdx EQUAL TO vt-idx
                        IF FUNCTION TRIM(equiv-name(vt-jdx)) EQUAL
                           TO FUNCTION TRIM(equiv-name(vt-idx))
                              IF grade(vt-jdx) EQUAL TO 'A' OR
                                 grade(vt-jdx) EQUAL TO 'B' OR
                                 grade(vt-jdx) EQUAL TO 'C' OR
      *best attempt reaches the GPA, the hours totals, and the
      *major-category credits. The worse of every matching pair is
      *marked, so the best attempt alone survives unmarked; a tie
      *keeps the earlier attempt. Attempts under an old name and
      *its current equivalent are attempts of one course.
       RESOLVE-REPEATS.
            SET vt-idx TO 1.
            PERFORM UNTIL vt-idx EQUAL TO course
                        PERFORM UNTIL vt-jdx EQUAL TO course
                              IF row-ok(vt-jdx) EQUAL 'Y' AND
                                 grade(vt-jdx) NOT EQUAL ' ' AND
                                 FUNCTION TRIM(equiv-name(vt-jdx))
                                 EQUAL TO
                                 FUNCTION TRIM(equiv-name(vt-idx))
                                    MOVE grade(vt-idx) TO rank-grade
                                    PERFORM GRADE-RANK
                                    MOVE rank-val TO rank-a
                        SET disp4 TO 1
                        PERFORM UNTIL disp4 EQUAL TO course
      *A superseded attempt must not answer for the course here -
      *the surviving best attempt speaks for it instead. The
      *course may have been taken under an old name that is now
      *equivalent to the one the prerequisite names.
                              IF (FUNCTION TRIM(name(disp4)) EQUAL TO
                                 FUNCTION TRIM(preq-anded
                                 (disp1,disp2,disp3))
                                 OR FUNCTION TRIM(equiv-name(disp4))
                                 EQUAL TO FUNCTION TRIM(preq-anded
                                 (disp1,disp2,disp3)))
                                 AND superseded(disp4) EQUAL TO 'N'
      *A prerequisite is satisfied by a completing grade - A, B, C,
      *a P, or transfer credit - and by nothing else: a withdrawal,
                  ADD 1 TO disp2
                  IF can-take EQUAL TO 1 EXIT PERFORM END-IF
            END-PERFORM
      *A retake is registered under the course's current name.
            IF can-take EQUAL TO 1
                  SET preq-left TO 1
                  ADD 1 TO poss-count
                  MOVE equiv-name(disp1) TO poss-name(poss-count)
                  MOVE hours(disp1) TO poss-hours(poss-count)
            END-IF

      *a superseded earlier attempt of the same course must not
      *soak it up, or the surviving row stays eligible and the
      *simulation re-schedules the course every term.
                  IF FUNCTION TRIM(equiv-name(plan-row)) EQUAL TO
                     FUNCTION TRIM(poss-name(plan-idx))
                     AND superseded(plan-row) EQUAL TO 'N'
                        MOVE 'C' TO grade(plan-row)
