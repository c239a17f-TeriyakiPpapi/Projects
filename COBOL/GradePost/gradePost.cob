      *to a letter per that section's grading scale, and posts the
      *graded record onto the student's rows of the transcript
      *master for Auto_Advisor - the step a person used to re-type
      *by hand. With no mapping file named, the postings are
      *generated instead from the section master: every section of
      *the term, every student on its class gradebook who still has
      *a planned record for the course.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradePost.

           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CgSection
           FILE STATUS IS CompGrdFileStatus.
      *The section master SectionMaint keeps, keyed on course plus
      *term plus section number - read end to end when the
      *postings are generated rather than mapped.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
      *A section's class gradebook, read only for the StudentIDs on
      *its 'G' rows - the students the section's grade was
      *computed for.
           SELECT CLASSFILE ASSIGN TO ClassFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClassFileStatus.
      *The operator authorization file, read once at sign-on for
      *the rights of the operator at the terminal.
           SELECT OPERATORFILE ASSIGN TO OperatorFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpId
           FILE STATUS IS OperatorFileStatus.

       DATA DIVISION.
       FILE SECTION.
           05 CgPct PIC 9(3).
           05 CgStamp PIC X(21).

      *The same section-master layout and key SectionMaint
      *declares - every reader must agree byte for byte on
      *SECTION-REC.
       FD SECTIONFILE.
       01 SECTION-REC.
           05 SmKey.
              10 SmCourse PIC X(32).
              10 SmTerm PIC X(6).
              10 SmSection PIC X(3).
           05 SmGradebook PIC X(20).
           05 SmInstructor PIC X(20).
           05 SmSeatCap PIC 9(4).

       FD CLASSFILE.
       01 CLASSBOOK-REC.
           05 CbRecType PIC X(1).
           05 CbRecRest PIC X(71).

      *The same operator layout and key OperatorMaint declares.
       FD OPERATORFILE.
       01 OPERATOR-REC.
           05 OpId PIC X(10).
           05 OpName PIC X(30).
           05 OpRights.
              10 OpApprove PIC X(1).
              10 OpReopen PIC X(1).
              10 OpCatalog PIC X(1).
              10 OpStudents PIC X(1).
              10 OpPost PIC X(1).
              10 OpOperators PIC X(1).

       WORKING-STORAGE SECTION.
       01 MapFileName PIC X(25).
       01 MapFileStatus PIC X(2).
       01 CompGrdFileStatus PIC X(2).
       01 CompGrdOpen PIC A(1) VALUE 'N'.

      *Generated-posting working storage. The section master has
      *the fixed name SectionMaint gives it. genTerm is the term
      *being posted; each section's gradebook students are gathered
      *into genStuArray once, each counted once however many 'G'
      *rows they carry. A student whose record for the course is
      *already graded was posted by an earlier run and is passed
      *over quietly, so a rerun finishes only what is left.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 SectEOF PIC A(1).
       01 ClassFileName PIC X(20).
       01 ClassFileStatus PIC X(2).
       01 ClassEOF PIC A(1).
       01 CbGradeView.
           05 CbGrStudent PIC X(10).
           05 CbGrAsgName PIC X(20).
           05 CbGrEarned PIC 9(14).
       01 genTerm PIC X(6).
       01 genSections PIC 9(5) VALUE 0.
       01 genPrevious PIC 9(5) VALUE 0.
       01 genStuCount PIC 9(4).
       01 genStuArray.
           05 genStu PIC X(10) OCCURS 999 TIMES.
       01 genStuIdx PIC 9(4).

      *Operator working storage. The rights are copied out of the
      *record at sign-on, in OpRights order; an operator who is not
      *on file (or no file at all) holds none.
       01 OperatorFileName PIC X(20) VALUE 'OPERATORS.DAT'.
       01 OperatorFileStatus PIC X(2).
       01 operatorId PIC X(10).
       01 operatorRights.
           05 rtApprove PIC X(1).
           05 rtReopen PIC X(1).
           05 rtCatalog PIC X(1).
           05 rtStudents PIC X(1).
           05 rtPost PIC X(1).
           05 rtOperators PIC X(1).

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           SET PostCount TO 0.
           SET SkipCount TO 0.
           MOVE 'N' TO RunFailed.
      *Posting writes grades of record, so the whole run is refused
      *up front for an operator without the post right - nothing
      *is opened, nothing is touched, and the job reports FAILED.
      *The run's opening audit line names the operator, and every
      *Posted line after it belongs to that run.
           PERFORM IDENTIFY-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           IF rtPost NOT EQUAL 'Y'
              DISPLAY 'REFUSED: operator ' FUNCTION TRIM(operatorId)
                 ' may not post grades'
              STRING RunLogTimestamp ' GradePost '
                 FUNCTION TRIM(operatorId)
                 ' REFUSED - not authorized to post grades'
                 DELIMITED BY SIZE INTO RunLogLine
              PERFORM APPEND-RUN-LOG
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           STRING RunLogTimestamp ' GradePost '
              FUNCTION TRIM(operatorId)
              ' POSTING RUN - started by operator '
              FUNCTION TRIM(operatorId)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
           DISPLAY 'Transcript master: '.
           ACCEPT TransMasterName.
           OPEN I-O TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
              DISPLAY 'NOTE: no computed-grades file - every entry'
                 ' will scan the run log'
           END-IF.
           DISPLAY 'Section-to-course mapping file '
              '(blank = generate from the section master): '.
           ACCEPT MapFileName.
           IF FUNCTION TRIM(MapFileName) EQUAL SPACES
              PERFORM GENERATE-POSTINGS
           ELSE
              PERFORM POST-FROM-MAP-FILE
           END-IF.
           CLOSE TRANSMFILE.
           CLOSE TERMSTATFILE.
           IF CompGrdOpen EQUAL 'Y'
              CLOSE COMPGRDFILE
           END-IF.
           MOVE PostCount TO tempNum.
           DISPLAY 'Grades posted: ' FUNCTION TRIM(tempNum).
           MOVE SkipCount TO tempNum.
           DISPLAY 'Entries skipped: ' FUNCTION TRIM(tempNum).
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *The hand-built mapping file, one posting per entry.
       POST-FROM-MAP-FILE.
           OPEN INPUT MAPFILE.
           IF MapFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open mapping file '
              END-PERFORM
              CLOSE MAPFILE
           END-IF.
      * End POST-FROM-MAP-FILE.

      *Builds the term's postings from the section master instead
      *of a typed mapping file: every section of the term, every
      *student on its gradebook, each posted exactly as a mapping
      *entry of gradebook:student, course, StudentID, and term
      *would have been - through the same PROCESS-POSTING, so the
      *close, double-post, and audit rules are unchanged.
       GENERATE-POSTINGS.
           DISPLAY 'Term to post (e.g. 2026FA): '.
           ACCEPT genTerm.
           IF FUNCTION TRIM(genTerm) EQUAL SPACES
              DISPLAY 'ERROR: a generated posting run needs a term'
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SECTIONFILE.
           IF SectionFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open section master '
                 FUNCTION TRIM(SectionFileName)
              MOVE 'Y' TO RunFailed
              EXIT PARAGRAPH
           END-IF.
           SET genSections TO 0.
           SET genPrevious TO 0.
           MOVE 'N' TO SectEOF.
           MOVE LOW-VALUES TO SmKey.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO SectEOF
           END-START.
           PERFORM UNTIL SectEOF = 'Y'
              READ SECTIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO SectEOF
              END-READ
              IF SectEOF NOT EQUAL 'Y' AND SmTerm EQUAL genTerm
                 ADD 1 TO genSections
                 PERFORM GENERATE-SECTION-POSTINGS
              END-IF
           END-PERFORM.
           CLOSE SECTIONFILE.
           MOVE genSections TO tempNum.
           DISPLAY 'Sections on the master for '
              FUNCTION TRIM(genTerm) ': ' FUNCTION TRIM(tempNum).
           MOVE genPrevious TO tempNum.
           DISPLAY 'Already posted by an earlier run: '
              FUNCTION TRIM(tempNum).
           IF genSections EQUAL 0
              DISPLAY 'ERROR: no sections on the master for '
                 FUNCTION TRIM(genTerm)
              MOVE 'Y' TO RunFailed
           END-IF.
      * End GENERATE-POSTINGS.

      *One section: its gradebook's students, each matched to the
      *planned record Registration wrote for the course and term.
      *A gradebook student with no record at all for the course is
      *an enrollment the two files disagree on - skipped and
      *logged, never guessed at.
       GENERATE-SECTION-POSTINGS.
           MOVE SmGradebook TO ClassFileName.
           PERFORM LOAD-SECTION-STUDENTS.
           IF ClassFileStatus NOT EQUAL '00'
              DISPLAY 'WARNING: Unable to open gradebook '
                 FUNCTION TRIM(ClassFileName) ' for section '
                 FUNCTION TRIM(SmSection) ' of '
                 FUNCTION TRIM(SmCourse) ' - skipped'
              MOVE ClassFileName TO MapSection
              MOVE SmCourse TO MapCourse
              MOVE SPACES TO MapTranscript
              MOVE SmTerm TO MapTerm
              ADD 1 TO SkipCount
              PERFORM LOG-SKIPPED-POSTING
              EXIT PARAGRAPH
           END-IF.
           SET genStuIdx TO 1.
           PERFORM UNTIL genStuIdx > genStuCount
              MOVE SPACES TO MAP-REC
              STRING FUNCTION TRIM(SmGradebook) ':'
                 FUNCTION TRIM(genStu(genStuIdx))
                 DELIMITED BY SIZE INTO MapSection
              MOVE SmCourse TO MapCourse
              MOVE genStu(genStuIdx) TO MapTranscript
              MOVE SmTerm TO MapTerm
              MOVE genStu(genStuIdx) TO TmStudent
              MOVE SmCourse TO TmCourse
              MOVE SmTerm TO TmTerm
              READ TRANSMFILE
                 INVALID KEY
                    DISPLAY 'WARNING: ' FUNCTION TRIM(MapTranscript)
                       ' is on ' FUNCTION TRIM(SmGradebook)
                       ' with no record for '
                       FUNCTION TRIM(SmCourse) ' - skipped'
                    ADD 1 TO SkipCount
                    PERFORM LOG-SKIPPED-POSTING
                 NOT INVALID KEY
                    IF FUNCTION TRIM(TmGrade) EQUAL SPACES
                       PERFORM PROCESS-POSTING
                    ELSE
                       ADD 1 TO genPrevious
                    END-IF
              END-READ
              ADD 1 TO genStuIdx
           END-PERFORM.
      * End GENERATE-SECTION-POSTINGS.

      *The distinct StudentIDs on the section's 'G' rows.
       LOAD-SECTION-STUDENTS.
           SET genStuCount TO 0.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ClassEOF = 'Y'
              READ CLASSFILE
                 AT END MOVE 'Y' TO ClassEOF
              END-READ
              IF ClassEOF NOT EQUAL 'Y' AND CbRecType EQUAL 'G'
                 MOVE CbRecRest TO CbGradeView
                 SET genStuIdx TO 1
                 PERFORM UNTIL genStuIdx > genStuCount
                    OR genStu(genStuIdx) EQUAL CbGrStudent
                    ADD 1 TO genStuIdx
                 END-PERFORM
                 IF genStuIdx > genStuCount AND genStuCount < 999
                    ADD 1 TO genStuCount
                    MOVE CbGrStudent TO genStu(genStuCount)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CLASSFILE.
      * End LOAD-SECTION-STUDENTS.

      *Works one mapping entry end to end: find the computed grade,
      *letter it through the section's scale, and post it - backing
           PERFORM APPEND-RUN-LOG.
      * End LOG-SKIPPED-POSTING.

      *Asks once for the operator at the terminal and copies their
      *rights out of the operator file. A missing file or an
      *unknown ID leaves no rights at all, so the guarded actions
      *fail closed rather than open.
       IDENTIFY-OPERATOR.
           MOVE SPACES TO operatorRights.
           DISPLAY 'Operator ID: '.
           ACCEPT operatorId.
           OPEN INPUT OPERATORFILE.
           IF OperatorFileStatus NOT EQUAL '00'
              DISPLAY 'WARNING: Unable to open operator file '
                 FUNCTION TRIM(OperatorFileName)
                 ' - guarded actions will be refused'
              EXIT PARAGRAPH
           END-IF.
           MOVE operatorId TO OpId.
           READ OPERATORFILE
              INVALID KEY
                 DISPLAY 'WARNING: operator '
                    FUNCTION TRIM(operatorId)
                    ' is not on file - guarded actions will be'
                    ' refused'
              NOT INVALID KEY
                 MOVE OpRights TO operatorRights
           END-READ.
           CLOSE OPERATORFILE.
      * End IDENTIFY-OPERATOR.

      *Hands this run's completion status back to Dispatcher: OK
      *only when every mapping entry actually posted, plus the
      *posted/skipped counts. Rewritten whole every run, so a stale
