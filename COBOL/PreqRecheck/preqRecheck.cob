      *Re-checks next term's enrollments once grades are posted.
      *Registration holds an enrollment to its prerequisites as the
      *transcript stands at enrollment time - usually before the
      *current term's grades exist - so an F, NP, W, or I posted
      *later in a prerequisite left the follow-on enrollment in
      *place until the instructor noticed. Run after GradePost, this
      *walks every planned (blank-grade) record on the transcript
      *master for the term named, re-evaluates the course's
      *prerequisites with the same OR/AND, standing, and
      *hours-completed rules Registration's CHECK-PREREQS applies,
      *and lists every enrollment that no longer qualifies with the
      *student's name and advisor. Asked to, it also takes those
      *enrollments back out the way Registration drops one before
      *the term starts - the planned record, the student's rows on
      *the section's class gradebook, and the seat all go together.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PreqRecheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The same catalog layout and key Registration declares - the
      *re-check must read the same prerequisite data it did.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The transcript master, read end to end - the key leads with
      *StudentID, so each student's records arrive together and are
      *evaluated as one transcript.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
           SELECT STUDENTFILE ASSIGN TO StudentFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS StudentFileStatus.
      *The optional course-offerings file - a withdrawn enrollment
      *gives its seat back here.
           SELECT OFFERFILE ASSIGN TO OfferFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS OfferFileStatus.
      *The section master names the class gradebooks a withdrawn
      *student's rows are taken off.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
      *The course-equivalence file CatalogMaint keeps: an attempt
      *under a renumbered or retired name satisfies a prerequisite
      *naming the current course, as it does at enrollment.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.
           SELECT CLASSFILE ASSIGN TO ClassFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClassFileStatus.
      *The re-check list, on the shop's usual paginated layout.
           SELECT RECHECKFILE ASSIGN TO RecheckFileName
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *One-record completion-status handoff to Dispatcher.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

      *The same transcript-master layout and key the rest of the
      *system declares - every reader must agree byte for byte on
      *TRANSM-REC.
       FD TRANSMFILE.
       01 TRANSM-REC.
           05 TmKey.
              10 TmStudent PIC X(10).
              10 TmCourse PIC X(32).
              10 TmTerm PIC X(6).
           05 TmGrade PIC X(2).
           05 TmXferHours PIC 9(3).
           05 TmSource PIC X(20).

      *The same student-master layout and key StudentMaint declares.
       FD STUDENTFILE.
       01 STUDENT-REC.
           05 StuId PIC X(10).
           05 StuName PIC X(30).
           05 StuMajor PIC X(10).
           05 StuAdvisor PIC X(20).
           05 StuTranscript PIC X(20).

      *The same offerings layout and key CatalogMaint and
      *Registration declare.
       FD OFFERFILE.
       01 OFFER-REC.
           05 OfferKey.
              10 OfCourse PIC X(32).
              10 OfTerm PIC X(6).
           05 OfSeatCap PIC 9(4).
           05 OfEnrolled PIC 9(4).

      *The same section-master layout and key SectionMaint
      *declares.
       FD SECTIONFILE.
       01 SECTION-REC.
           05 SmKey.
              10 SmCourse PIC X(32).
              10 SmTerm PIC X(6).
              10 SmSection PIC X(3).
           05 SmGradebook PIC X(20).
           05 SmInstructor PIC X(20).
           05 SmSeatCap PIC 9(4).

      *The same equivalence layout and key CatalogMaint declares.
       FD EQUIVFILE.
       01 EQUIV-REC.
           05 EqOldCourse PIC X(32).
           05 EqNewCourse PIC X(32).
           05 EqEffTerm PIC X(6).

       FD CLASSFILE.
       01 CLASSBOOK-REC.
           05 CbRecType PIC X(1).
           05 CbRecRest PIC X(71).

       FD RECHECKFILE.
       01 RECHECK-REC PIC X(120).

       FD RUNLOGFILE.
       01 RUNLOG-REC PIC X(100).

       FD JOBSTATFILE.
       01 JOBSTAT-REC.
           05 JsProgram PIC X(12).
           05 JsStatus PIC X(8).
           05 JsSections PIC 9(5).
           05 JsExceptions PIC 9(5).
           05 JsStudents PIC 9(5).

       WORKING-STORAGE SECTION.
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 TransMasterName PIC X(20).
       01 TransMasterStatus PIC X(2).
       01 TransEOF PIC A(1).
       01 StudentFileName PIC X(20).
       01 StudentFileStatus PIC X(2).
       01 studentOpen PIC A(1) VALUE 'N'.
       01 OfferFileName PIC X(20).
       01 OfferFileStatus PIC X(2).
       01 offerOpen PIC A(1) VALUE 'N'.
      *The fixed-name section master, found the way Registration
      *finds it.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 sectOpen PIC A(1) VALUE 'N'.
       01 SectEOF PIC A(1).
       01 ClassFileName PIC X(20).
       01 ClassFileStatus PIC X(2).
       01 ClassEOF PIC A(1).
       01 RecheckFileName PIC X(20) VALUE 'PREQCHK.RPT'.

      *Course-equivalence working storage, as Registration keeps
      *it: no file means no course has ever been renumbered.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 equivOpen PIC A(1) VALUE 'N'.
       01 eqCourse PIC X(32).
       01 eqTerm PIC X(6).
       01 eqCanon PIC X(32).
       01 eqHops PIC 9(1).
       01 eqTakenKey PIC X(5).
       01 termSortTerm PIC X(6).
       01 termKeyB PIC X(5).

      *The run's answers: the term whose enrollments are re-checked
      *and whether the ones that no longer qualify are withdrawn or
      *only listed.
       01 chkTerm PIC X(6).
       01 WithdrawMode PIC X(1).

      *One student's transcript as read off the master: the same
      *rows Registration's LOAD-TRANSCRIPT builds for its checks,
      *each with the current catalog course it counts as.
       01 curStudent PIC X(10).
       01 trnCount PIC 9(3) VALUE 0.
       01 trnArray.
           05 trnRow OCCURS 256 TIMES.
              10 trnName PIC X(32).
              10 trnGrade PIC X(2).
              10 trnTerm PIC X(6).
              10 trnXferHours PIC 9(3).
              10 trnCanon PIC X(32).
       01 trnIdx PIC 9(3).
       01 trnJdx PIC 9(3).
       01 planIdx PIC 9(3).
       01 stuHasPlanned PIC A(1).
       01 stuLooked PIC A(1).

      *Completed hours and the class standing derived from them -
      *the same 30/60/90 breaks Registration applies.
       01 compHours PIC 9(3).
       01 stuStanding PIC 9(1).
       01 reqStanding PIC 9(1).
       01 reqHours PIC 9(3).

      *The enrollment being re-checked, and the verdict.
       01 enrStudent PIC X(10).
       01 enrTerm PIC X(6).
       01 enrCourse PIC X(32).
       01 enrPreqs PIC X(220).
       01 enrOk PIC A(1).
       01 enrReason PIC X(60).

      *Prerequisite evaluation scratch, split exactly the way
      *Registration's CHECK-PREREQS splits CatPreqs.
       01 prqWork PIC X(220).
       01 prqOrs.
           05 prqOrd PIC X(64) OCCURS 8 TIMES.
       01 prqAnds.
           05 prqAnded PIC X(64) OCCURS 8 TIMES.
       01 prqOrn PIC 9(1).
       01 prqAndn PIC 9(1).
       01 prqTok1 PIC X(20).
       01 prqTok2 PIC X(20).
       01 prqTok3 PIC X(20).
       01 prqKind PIC X(1).
       01 prqSatisfied PIC 9(1).
       01 groupOk PIC 9(1).
       01 preqsMet PIC 9(1).

      *Every enrollment that no longer qualifies, held until the
      *transcript pass is over - the master is not changed under
      *its own sequential read.
       01 failCount PIC 9(4) VALUE 0.
       01 failArray.
           05 failRow OCCURS 2000 TIMES.
              10 failStudent PIC X(10).
              10 failCourse PIC X(32).
       01 failIdx PIC 9(4).
       01 failOverflow PIC A(1).

      *Withdrawal working storage: the section's class gradebook
      *held whole and written back without the student's 'G' rows,
      *the way Registration's drop rewrites it.
       01 CbGradeView.
           05 CbGrStudent PIC X(10).
           05 CbGrAsgName PIC X(20).
           05 CbGrEarned PIC 9(14).
       01 gbkCount PIC 9(5) VALUE 0.
       01 gbkArray.
           05 gbkRow PIC X(72) OCCURS 6000 TIMES.
       01 gbkIdx PIC 9(5).
       01 gbkDropped PIC 9(5).
       01 gbkFound PIC A(1).
       01 sectionKey PIC X(31).
       01 savedTransRec PIC X(73).

       01 StudentsChecked PIC 9(5) VALUE 0.
       01 EnrollChecked PIC 9(5) VALUE 0.
       01 NotCataloged PIC 9(5) VALUE 0.
       01 WithdrawnCount PIC 9(5) VALUE 0.
       01 WithdrawFailed PIC 9(5) VALUE 0.
       01 tempNum PIC Z(5)9.
       01 tempNum2 PIC Z(5)9.

      *Completion-status working storage. A master that would not
      *open fails the run, and so does a withdrawal that could not
      *be carried through - a list of problems found is the run's
      *output, not a failure of it.
       01 JobStatFileName PIC X(20) VALUE 'JOBSTAT.DAT'.
       01 JobStatFileStatus PIC X(2).
       01 RunFailed PIC A(1) VALUE 'N'.

      *Run/audit log working storage.
       01 RunLogFileName PIC X(20) VALUE 'RUNAUDIT.LOG'.
       01 RunLogFileStatus PIC X(2).
       01 RunLogTimestamp PIC X(21).
       01 RunLogLine PIC X(100) VALUE SPACES.

      *Report working storage, on the shop's usual paginated report
      *pattern.
       01 ReportLine PIC X(120) VALUE SPACES.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageNum PIC 9(3) VALUE 0.
       01 LinesPerPage PIC 9(3) VALUE 55.
       01 CurrentDate PIC X(8).
       01 ReportDate.
           05 ReportDate-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-DD PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 ReportDate-YYYY PIC X(4).

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           MOVE 'N' TO RunFailed.
           SET StudentsChecked TO 0.
           SET EnrollChecked TO 0.
           SET NotCataloged TO 0.
           SET WithdrawnCount TO 0.
           SET WithdrawFailed TO 0.
           SET failCount TO 0.
           MOVE 'N' TO failOverflow.
           DISPLAY 'Course catalog: ' WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           DISPLAY 'Student master: ' WITH NO ADVANCING.
           ACCEPT StudentFileName.
           DISPLAY 'Course offerings file (blank = none): '
              WITH NO ADVANCING.
           ACCEPT OfferFileName.
           DISPLAY 'Term to re-check (e.g. 2026SP): '
              WITH NO ADVANCING.
           ACCEPT chkTerm.
           DISPLAY 'Withdraw enrollments that no longer qualify?'
              ' (Y/N): ' WITH NO ADVANCING.
           ACCEPT WithdrawMode.
           MOVE FUNCTION UPPER-CASE(WithdrawMode) TO WithdrawMode.
           IF FUNCTION TRIM(chkTerm) EQUAL SPACES
              DISPLAY 'REJECTED: term must not be blank'
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT CATALOGFILE.
           IF CatalogFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open catalog '
                 FUNCTION TRIM(CatalogFileName)
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
      *Opened for update only when enrollments are to be withdrawn;
      *a listing run never holds the master open I-O.
           IF WithdrawMode EQUAL 'Y'
              OPEN I-O TRANSMFILE
           ELSE
              OPEN INPUT TRANSMFILE
           END-IF.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              CLOSE CATALOGFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           MOVE 'N' TO studentOpen.
           OPEN INPUT STUDENTFILE.
           IF StudentFileStatus EQUAL '00'
              MOVE 'Y' TO studentOpen
           ELSE
              DISPLAY 'WARNING: Unable to open student master '
                 FUNCTION TRIM(StudentFileName)
                 ' - students will be listed unnamed'
           END-IF.
           MOVE 'N' TO offerOpen.
           IF WithdrawMode EQUAL 'Y'
           AND FUNCTION TRIM(OfferFileName) NOT EQUAL SPACES
              OPEN I-O OFFERFILE
              IF OfferFileStatus EQUAL '00'
                 MOVE 'Y' TO offerOpen
              ELSE
                 DISPLAY 'WARNING: Unable to open offerings file '
                    FUNCTION TRIM(OfferFileName)
                    ' - seats will not be released'
              END-IF
           END-IF.
           MOVE 'N' TO equivOpen.
           OPEN INPUT EQUIVFILE.
           IF EquivFileStatus EQUAL '00'
              MOVE 'Y' TO equivOpen
           END-IF.
           MOVE 'N' TO sectOpen.
           IF WithdrawMode EQUAL 'Y'
              OPEN INPUT SECTIONFILE
              IF SectionFileStatus EQUAL '00'
                 MOVE 'Y' TO sectOpen
              END-IF
           END-IF.

           OPEN OUTPUT RECHECKFILE.
           SET ReportPageNum TO 0.
           SET ReportLineCount TO 0.
           PERFORM PRINT-PAGE-HEADER.
           MOVE SPACES TO ReportLine.
           MOVE 'STUDENT' TO ReportLine(1:7).
           MOVE 'NAME' TO ReportLine(12:4).
           MOVE 'ADVISOR' TO ReportLine(43:7).
           MOVE 'COURSE' TO ReportLine(64:6).
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-TRANSCRIPTS.

           IF WithdrawMode EQUAL 'Y' AND failCount > 0
              MOVE SPACES TO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE 'Withdrawals' TO ReportLine
              PERFORM WRITE-REPORT-LINE
              SET failIdx TO 1
              PERFORM UNTIL failIdx > failCount
                 PERFORM WITHDRAW-ENROLLMENT
                 ADD 1 TO failIdx
              END-PERFORM
           END-IF.

           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE EnrollChecked TO tempNum.
           MOVE StudentsChecked TO tempNum2.
           STRING 'Enrollments re-checked: ' FUNCTION TRIM(tempNum)
              ' for ' FUNCTION TRIM(tempNum2) ' student(s)'
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE failCount TO tempNum.
           STRING 'No longer qualifying: ' FUNCTION TRIM(tempNum)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           IF NotCataloged > 0
              MOVE NotCataloged TO tempNum
              STRING 'Not in the catalog (not re-checked): '
                 FUNCTION TRIM(tempNum)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF failOverflow EQUAL 'Y'
              MOVE 'More cases than the run can hold - rerun once'
                 TO ReportLine
              MOVE ' these are cleared' TO ReportLine(46:18)
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WithdrawMode EQUAL 'Y'
              MOVE WithdrawnCount TO tempNum
              MOVE WithdrawFailed TO tempNum2
              STRING 'Withdrawn: ' FUNCTION TRIM(tempNum)
                 '   Could not withdraw: ' FUNCTION TRIM(tempNum2)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE RECHECKFILE.

           CLOSE CATALOGFILE.
           CLOSE TRANSMFILE.
           IF studentOpen EQUAL 'Y'
              CLOSE STUDENTFILE
           END-IF.
           IF offerOpen EQUAL 'Y'
              CLOSE OFFERFILE
           END-IF.
           IF sectOpen EQUAL 'Y'
              CLOSE SECTIONFILE
           END-IF.
           IF equivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
           MOVE failCount TO tempNum.
           DISPLAY 'Enrollments no longer qualifying: '
              FUNCTION TRIM(tempNum) ' - listed in '
              FUNCTION TRIM(RecheckFileName).
           IF WithdrawFailed > 0 OR
           (WithdrawMode EQUAL 'Y' AND failOverflow EQUAL 'Y')
              MOVE 'Y' TO RunFailed
           END-IF.
           PERFORM LOG-RECHECK-RUN.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Reads the whole master in key order, gathering each student's
      *records into trnArray and re-checking them at the break to
      *the next student.
       SCAN-TRANSCRIPTS.
           MOVE SPACES TO curStudent.
           SET trnCount TO 0.
           MOVE 'N' TO TransEOF.
           MOVE LOW-VALUES TO TmKey.
           START TRANSMFILE KEY IS GREATER THAN TmKey
              INVALID KEY MOVE 'Y' TO TransEOF
           END-START.
           PERFORM UNTIL TransEOF = 'Y'
              READ TRANSMFILE NEXT RECORD
                 AT END MOVE 'Y' TO TransEOF
              END-READ
              IF TransEOF NOT EQUAL 'Y'
                 IF TmStudent NOT EQUAL curStudent
                    PERFORM RECHECK-STUDENT
                    MOVE TmStudent TO curStudent
                    SET trnCount TO 0
                 END-IF
                 IF trnCount < 256
                    ADD 1 TO trnCount
                    MOVE TmCourse TO trnName(trnCount)
                    MOVE TmGrade TO trnGrade(trnCount)
                    MOVE TmTerm TO trnTerm(trnCount)
                    MOVE TmXferHours TO trnXferHours(trnCount)
                    MOVE TmCourse TO eqCourse
                    MOVE TmTerm TO eqTerm
                    PERFORM RESOLVE-EQUIVALENT
                    MOVE eqCanon TO trnCanon(trnCount)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM RECHECK-STUDENT.
      * End SCAN-TRANSCRIPTS.

      *One student: only a student with a planned record for the
      *term is evaluated at all, and then every such record is
      *held to its course's prerequisites against the transcript
      *as it now stands.
       RECHECK-STUDENT.
           IF curStudent EQUAL SPACES OR trnCount EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO stuHasPlanned.
           SET planIdx TO 1.
           PERFORM UNTIL planIdx > trnCount
              IF trnTerm(planIdx) EQUAL chkTerm
              AND trnGrade(planIdx) EQUAL SPACES
                 MOVE 'Y' TO stuHasPlanned
                 EXIT PERFORM
              END-IF
              ADD 1 TO planIdx
           END-PERFORM.
           IF stuHasPlanned NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO StudentsChecked.
           MOVE curStudent TO enrStudent.
           MOVE chkTerm TO enrTerm.
           MOVE 'N' TO stuLooked.
           PERFORM SUM-COMPLETED-HOURS.
           SET planIdx TO 1.
           PERFORM UNTIL planIdx > trnCount
              IF trnTerm(planIdx) EQUAL chkTerm
              AND trnGrade(planIdx) EQUAL SPACES
                 PERFORM RECHECK-ENROLLMENT
              END-IF
              ADD 1 TO planIdx
           END-PERFORM.
      * End RECHECK-STUDENT.

       RECHECK-ENROLLMENT.
           ADD 1 TO EnrollChecked.
           MOVE trnName(planIdx) TO enrCourse.
           MOVE enrCourse TO CatName.
           READ CATALOGFILE
              INVALID KEY
                 ADD 1 TO NotCataloged
                 EXIT PARAGRAPH
           END-READ.
           MOVE CatPreqs TO enrPreqs.
           MOVE 'Y' TO enrOk.
           MOVE SPACES TO enrReason.
           PERFORM CHECK-PREREQS.
           IF enrOk EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           IF failCount < 2000
              ADD 1 TO failCount
              MOVE enrStudent TO failStudent(failCount)
              MOVE enrCourse TO failCourse(failCount)
           ELSE
              MOVE 'Y' TO failOverflow
           END-IF.
           IF stuLooked NOT EQUAL 'Y'
              PERFORM LOOKUP-STUDENT
           END-IF.
           MOVE SPACES TO ReportLine.
           MOVE enrStudent TO ReportLine(1:10).
           MOVE StuName TO ReportLine(12:30).
           MOVE StuAdvisor TO ReportLine(43:20).
           MOVE enrCourse TO ReportLine(64:32).
           PERFORM WRITE-REPORT-LINE.
           STRING '           requires: '
              FUNCTION TRIM(enrPreqs)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End RECHECK-ENROLLMENT.

      *The student's name and advisor, read once per student and
      *only for a student who has something to list.
       LOOKUP-STUDENT.
           MOVE 'Y' TO stuLooked.
           MOVE SPACES TO StuName.
           MOVE SPACES TO StuAdvisor.
           IF studentOpen EQUAL 'Y'
              MOVE enrStudent TO StuId
              READ STUDENTFILE
                 INVALID KEY
                    MOVE '(not on the student master)' TO StuName
                    MOVE SPACES TO StuAdvisor
              END-READ
           END-IF.
      * End LOOKUP-STUDENT.

      *The same prerequisite logic Registration's CHECK-PREREQS
      *runs: OR groups split on spaces (standing and hours-completed
      *phrases hyphen-joined first so they survive the split), AND
      *terms on commas; one whole OR group must pass. A blank group
      *slot only means "no prerequisite" the first time through.
       CHECK-PREREQS.
           SET preqsMet TO 0.
           MOVE enrPreqs TO prqWork.
           INSPECT prqWork
              REPLACING ALL ' Standing' BY '-Standing'.
           INSPECT prqWork
              REPLACING ALL ' hours completed'
              BY '-hours-completed'.
           MOVE SPACES TO prqOrd(1) prqOrd(2) prqOrd(3) prqOrd(4)
              prqOrd(5) prqOrd(6) prqOrd(7) prqOrd(8).
           UNSTRING prqWork DELIMITED BY ' '
              INTO prqOrd(1) prqOrd(2) prqOrd(3) prqOrd(4)
                 prqOrd(5) prqOrd(6) prqOrd(7) prqOrd(8)
           END-UNSTRING.
           SET prqOrn TO 1.
           PERFORM UNTIL prqOrn > 8 OR preqsMet EQUAL 1
              IF FUNCTION TRIM(prqOrd(prqOrn)) EQUAL SPACES
                 IF prqOrn EQUAL 1
                    SET preqsMet TO 1
                 END-IF
                 EXIT PERFORM
              END-IF
              PERFORM CHECK-PREREQ-GROUP
              IF groupOk EQUAL 1
                 SET preqsMet TO 1
              END-IF
              ADD 1 TO prqOrn
           END-PERFORM.
           IF preqsMet NOT EQUAL 1
              MOVE 'N' TO enrOk
              MOVE 'prerequisites not met' TO enrReason
           END-IF.
      * End CHECK-PREREQS.

      *One OR group passes only when every AND term in it does.
       CHECK-PREREQ-GROUP.
           SET groupOk TO 1.
           MOVE SPACES TO prqAnded(1) prqAnded(2) prqAnded(3)
              prqAnded(4) prqAnded(5) prqAnded(6) prqAnded(7)
              prqAnded(8).
           UNSTRING prqOrd(prqOrn) DELIMITED BY ','
              INTO prqAnded(1) prqAnded(2) prqAnded(3)
                 prqAnded(4) prqAnded(5) prqAnded(6)
                 prqAnded(7) prqAnded(8)
           END-UNSTRING.
           SET prqAndn TO 1.
           PERFORM UNTIL prqAndn > 8 OR groupOk EQUAL 0
              IF FUNCTION TRIM(prqAnded(prqAndn)) NOT EQUAL SPACES
                 PERFORM CHECK-PREREQ-TERM
                 IF prqSatisfied NOT EQUAL 1
                    SET groupOk TO 0
                 END-IF
              END-IF
              ADD 1 TO prqAndn
           END-PERFORM.
      * End CHECK-PREREQ-GROUP.

      *One AND term: a hyphenated standing or hours-completed rule
      *is checked against the student's own hours; anything else is
      *a course name that must carry a completing grade (A, B, C,
      *P, or TR) on the transcript - under that name, or under an
      *old name equivalent to it.
       CHECK-PREREQ-TERM.
           MOVE SPACES TO prqTok1.
           MOVE SPACES TO prqTok2.
           MOVE SPACES TO prqTok3.
           MOVE 'C' TO prqKind.
           SET prqSatisfied TO 0.
           UNSTRING prqAnded(prqAndn)
              DELIMITED BY '-'
              INTO prqTok1 prqTok2 prqTok3
           END-UNSTRING.
           IF FUNCTION TRIM(prqTok2) EQUAL 'Standing'
              MOVE 'S' TO prqKind
              PERFORM STANDING-LEVEL
              IF stuStanding >= reqStanding
                 SET prqSatisfied TO 1
              END-IF
           END-IF.
           IF FUNCTION TRIM(prqTok2) EQUAL 'hours'
              MOVE 'H' TO prqKind
              COMPUTE reqHours =
                 FUNCTION NUMVAL(FUNCTION TRIM(prqTok1))
              IF compHours >= reqHours
                 SET prqSatisfied TO 1
              END-IF
           END-IF.
           IF prqKind EQUAL 'C'
              SET trnIdx TO 1
              PERFORM UNTIL trnIdx > trnCount
                 IF (FUNCTION TRIM(trnName(trnIdx)) EQUAL
                    FUNCTION TRIM(prqAnded(prqAndn)) OR
                    FUNCTION TRIM(trnCanon(trnIdx)) EQUAL
                    FUNCTION TRIM(prqAnded(prqAndn)))
                 AND (trnGrade(trnIdx) EQUAL 'A' OR
                    trnGrade(trnIdx) EQUAL 'B' OR
                    trnGrade(trnIdx) EQUAL 'C' OR
                    trnGrade(trnIdx) EQUAL 'P' OR
                    trnGrade(trnIdx) EQUAL 'TR')
                    SET prqSatisfied TO 1
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO trnIdx
              END-PERFORM
           END-IF.
      * End CHECK-PREREQ-TERM.

       STANDING-LEVEL.
           SET reqStanding TO 1.
           IF FUNCTION TRIM(prqTok1) EQUAL 'Sophomore'
              SET reqStanding TO 2.
           IF FUNCTION TRIM(prqTok1) EQUAL 'Junior'
              SET reqStanding TO 3.
           IF FUNCTION TRIM(prqTok1) EQUAL 'Senior'
              SET reqStanding TO 4.
      * End STANDING-LEVEL.

      *Completed hours from the completing grades, each course
      *counted once however many attempts it carries (an old name
      *and its current equivalent being one course) - then the
      *30/60/90 standing breaks, exactly as Registration sums them.
       SUM-COMPLETED-HOURS.
           SET compHours TO 0.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnGrade(trnIdx) EQUAL 'A' OR
                 trnGrade(trnIdx) EQUAL 'B' OR
                 trnGrade(trnIdx) EQUAL 'C' OR
                 trnGrade(trnIdx) EQUAL 'P' OR
                 trnGrade(trnIdx) EQUAL 'TR'
                 SET trnJdx TO 1
                 PERFORM UNTIL trnJdx EQUAL trnIdx
                    IF FUNCTION TRIM(trnCanon(trnJdx)) EQUAL
                       FUNCTION TRIM(trnCanon(trnIdx))
                    AND (trnGrade(trnJdx) EQUAL 'A' OR
                       trnGrade(trnJdx) EQUAL 'B' OR
                       trnGrade(trnJdx) EQUAL 'C' OR
                       trnGrade(trnJdx) EQUAL 'P' OR
                       trnGrade(trnJdx) EQUAL 'TR')
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO trnJdx
                 END-PERFORM
                 IF trnJdx EQUAL trnIdx
                    IF trnGrade(trnIdx) EQUAL 'TR'
                    AND trnXferHours(trnIdx) > 0
                       ADD trnXferHours(trnIdx) TO compHours
                    ELSE
                       MOVE trnName(trnIdx) TO CatName
                       READ CATALOGFILE
                          INVALID KEY
                             MOVE trnCanon(trnIdx) TO CatName
                             READ CATALOGFILE
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   ADD CatHours TO compHours
                             END-READ
                          NOT INVALID KEY
                             ADD CatHours TO compHours
                       END-READ
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
           SET stuStanding TO 1.
           IF compHours >= 30 SET stuStanding TO 2.
           IF compHours >= 60 SET stuStanding TO 3.
           IF compHours >= 90 SET stuStanding TO 4.
      * End SUM-COMPLETED-HOURS.

      *The current catalog course eqCourse, taken in eqTerm, counts
      *as - Registration's RESOLVE-EQUIVALENT, hop for hop.
       RESOLVE-EQUIVALENT.
           MOVE eqCourse TO eqCanon.
           IF equivOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE eqTerm TO termSortTerm.
           PERFORM BUILD-TERM-SORT-KEY.
           MOVE termKeyB TO eqTakenKey.
           SET eqHops TO 0.
           PERFORM UNTIL eqHops >= 8
              MOVE eqCanon TO EqOldCourse
              READ EQUIVFILE
                 INVALID KEY
                    MOVE 8 TO eqHops
                 NOT INVALID KEY
                    MOVE EqEffTerm TO termSortTerm
                    PERFORM BUILD-TERM-SORT-KEY
                    IF eqTakenKey < termKeyB
                       MOVE EqNewCourse TO eqCanon
                       ADD 1 TO eqHops
                    ELSE
                       MOVE 8 TO eqHops
                    END-IF
              END-READ
           END-PERFORM.
      * End RESOLVE-EQUIVALENT.

      *yyyyR out of a yyyySS term code, where R ranks the season:
      *spring, then summer, then fall - Auto_Advisor's sort key.
       BUILD-TERM-SORT-KEY.
           MOVE SPACES TO termKeyB.
           MOVE termSortTerm(1:4) TO termKeyB(1:4).
           EVALUATE termSortTerm(5:2)
              WHEN 'SP' MOVE '1' TO termKeyB(5:1)
              WHEN 'SU' MOVE '2' TO termKeyB(5:1)
              WHEN 'FA' MOVE '3' TO termKeyB(5:1)
              WHEN OTHER MOVE '4' TO termKeyB(5:1)
           END-EVALUATE.
      * End BUILD-TERM-SORT-KEY.

      *Takes one listed enrollment back out, held to Registration's
      *both-files-or-neither promise: the record must still be a
      *planned one, the student's gradebook is read whole before
      *anything changes, and a gradebook that will not take the
      *rewrite puts the planned record back. The term has not
      *started, so nothing is left behind graded W.
       WITHDRAW-ENROLLMENT.
           MOVE failStudent(failIdx) TO enrStudent.
           MOVE failCourse(failIdx) TO enrCourse.
           MOVE chkTerm TO enrTerm.
           MOVE 'Y' TO enrOk.
           MOVE SPACES TO enrReason.
           MOVE SPACES TO ClassFileName.
           SET gbkDropped TO 0.
           MOVE enrStudent TO TmStudent.
           MOVE enrCourse TO TmCourse.
           MOVE enrTerm TO TmTerm.
           READ TRANSMFILE
              INVALID KEY
                 MOVE 'N' TO enrOk
                 MOVE 'no longer on the transcript master'
                    TO enrReason
              NOT INVALID KEY
                 IF TmGrade NOT EQUAL SPACES
                    MOVE 'N' TO enrOk
                    MOVE 'graded since the re-check' TO enrReason
                 END-IF
           END-READ.
           IF enrOk EQUAL 'Y'
              MOVE TRANSM-REC TO savedTransRec
              PERFORM FIND-STUDENT-GRADEBOOK
           END-IF.
           IF enrOk EQUAL 'Y'
              PERFORM DROP-ENROLLMENT
           END-IF.
           PERFORM BUILD-SECTION-KEY.
           MOVE SPACES TO ReportLine.
           IF enrOk EQUAL 'Y'
              PERFORM RELEASE-SEAT
              ADD 1 TO WithdrawnCount
              MOVE gbkDropped TO tempNum
              STRING '  ' FUNCTION TRIM(enrStudent) ' '
                 FUNCTION TRIM(enrCourse) '|'
                 FUNCTION TRIM(enrTerm)
                 ' withdrawn - planned record and '
                 FUNCTION TRIM(tempNum)
                 ' gradebook row(s) removed'
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM LOG-WITHDRAWAL
           ELSE
              ADD 1 TO WithdrawFailed
              STRING '  ' FUNCTION TRIM(enrStudent) ' '
                 FUNCTION TRIM(enrCourse) '|'
                 FUNCTION TRIM(enrTerm)
                 ' NOT withdrawn - ' FUNCTION TRIM(enrReason)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM LOG-WITHDRAW-REFUSAL
           END-IF.
           DISPLAY FUNCTION TRIM(ReportLine).
           PERFORM WRITE-REPORT-LINE.
      * End WITHDRAW-ENROLLMENT.

      *Walks the course's sections for the term on the section
      *master and loads the first gradebook carrying the student,
      *minus the student's own 'G' rows. No section master, or no
      *gradebook carrying the student, leaves no rows to remove.
       FIND-STUDENT-GRADEBOOK.
           IF sectOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO SectEOF.
           MOVE enrCourse TO SmCourse.
           MOVE enrTerm TO SmTerm.
           MOVE LOW-VALUES TO SmSection.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO SectEOF
           END-START.
           PERFORM UNTIL SectEOF = 'Y'
              READ SECTIONFILE NEXT RECORD
                 AT END MOVE 'Y' TO SectEOF
              END-READ
              IF SectEOF NOT EQUAL 'Y'
              AND (SmCourse NOT EQUAL enrCourse
                 OR SmTerm NOT EQUAL enrTerm)
                 MOVE 'Y' TO SectEOF
              END-IF
              IF SectEOF NOT EQUAL 'Y'
                 MOVE SmGradebook TO ClassFileName
                 PERFORM LOAD-DROP-GRADEBOOK
                 IF enrOk NOT EQUAL 'Y' OR gbkDropped > 0
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           IF gbkDropped EQUAL 0
              MOVE SPACES TO ClassFileName
           END-IF.
      * End FIND-STUDENT-GRADEBOOK.

      *Reads one gradebook whole, keeping every row but the
      *student's own 'G' rows, exactly as Registration's drop does.
       LOAD-DROP-GRADEBOOK.
           SET gbkCount TO 0.
           SET gbkDropped TO 0.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ClassEOF = 'Y'
              READ CLASSFILE
                 AT END MOVE 'Y' TO ClassEOF
              END-READ
              IF ClassEOF NOT EQUAL 'Y'
                 MOVE CbRecRest TO CbGradeView
                 IF CbRecType EQUAL 'G'
                 AND CbGrStudent EQUAL enrStudent
                    ADD 1 TO gbkDropped
                 ELSE
                    IF gbkCount < 6000
                       ADD 1 TO gbkCount
                       MOVE CLASSBOOK-REC TO gbkRow(gbkCount)
                    ELSE
                       MOVE 'N' TO enrOk
                       MOVE 'class gradebook too large to rewrite'
                          TO enrReason
                       MOVE 'Y' TO ClassEOF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CLASSFILE.
      * End LOAD-DROP-GRADEBOOK.

      *Deletes the planned record, then writes the gradebook back
      *without the student's rows. Should the gradebook refuse to
      *open for output, the planned record is written back as it
      *was and the withdrawal is refused.
       DROP-ENROLLMENT.
           DELETE TRANSMFILE RECORD
              INVALID KEY
                 MOVE 'N' TO enrOk
                 MOVE 'unable to remove the planned record'
                    TO enrReason
           END-DELETE.
           IF enrOk NOT EQUAL 'Y' OR gbkDropped EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              MOVE savedTransRec TO TRANSM-REC
              WRITE TRANSM-REC
                 INVALID KEY
                    DISPLAY 'WARNING: unable to restore the planned'
                       ' record for ' FUNCTION TRIM(enrStudent)
              END-WRITE
              MOVE 'N' TO enrOk
              MOVE 'unable to rewrite the class gradebook'
                 TO enrReason
              EXIT PARAGRAPH
           END-IF.
           SET gbkIdx TO 1.
           PERFORM UNTIL gbkIdx > gbkCount
              MOVE gbkRow(gbkIdx) TO CLASSBOOK-REC
              WRITE CLASSBOOK-REC
              ADD 1 TO gbkIdx
           END-PERFORM.
           CLOSE CLASSFILE.
      * End DROP-ENROLLMENT.

      *The withdrawn enrollment gives its seat back.
       RELEASE-SEAT.
           IF offerOpen EQUAL 'Y'
              MOVE enrCourse TO OfCourse
              MOVE enrTerm TO OfTerm
              READ OFFERFILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OfEnrolled > 0
                       SUBTRACT 1 FROM OfEnrolled
                    END-IF
                    REWRITE OFFER-REC
                       INVALID KEY
                          DISPLAY 'WARNING: unable to update seat'
                             ' count for '
                             FUNCTION TRIM(enrCourse)
                    END-REWRITE
              END-READ
           END-IF.
      * End RELEASE-SEAT.

      *The gradebook:student token Registration labels its own
      *enrollment and drop lines with, so a withdrawal lines up
      *with the enrollment it undoes; the bare StudentID when no
      *gradebook carried the student.
       BUILD-SECTION-KEY.
           MOVE SPACES TO sectionKey.
           IF ClassFileName EQUAL SPACES
              MOVE enrStudent TO sectionKey
           ELSE
              STRING FUNCTION TRIM(ClassFileName) ':'
                 FUNCTION TRIM(enrStudent)
                 DELIMITED BY SIZE INTO sectionKey
           END-IF.
      * End BUILD-SECTION-KEY.

       LOG-WITHDRAWAL.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' PreqRecheck '
              FUNCTION TRIM(sectionKey)
              ' DROPPED ' FUNCTION TRIM(enrCourse) '|'
              FUNCTION TRIM(enrTerm)
              ' prerequisites no longer met'
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-WITHDRAWAL.

       LOG-WITHDRAW-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' PreqRecheck '
              FUNCTION TRIM(sectionKey)
              ' DROP REFUSED - ' FUNCTION TRIM(enrCourse)
              ' ' FUNCTION TRIM(enrReason)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-WITHDRAW-REFUSAL.

       LOG-RECHECK-RUN.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE EnrollChecked TO tempNum.
           MOVE failCount TO tempNum2.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' PreqRecheck '
              FUNCTION TRIM(chkTerm)
              ' RECHECKED - ' FUNCTION TRIM(tempNum)
              ' enrollment(s), ' FUNCTION TRIM(tempNum2)
              ' no longer qualify'
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-RECHECK-RUN.

      *EXTEND fails with a file-not-found status the first time the
      *log doesn't exist yet on this machine - fall back to OUTPUT so
      *the very first run still creates it instead of abending.
       APPEND-RUN-LOG.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End APPEND-RUN-LOG.

      *Hands this run's completion status back to Dispatcher, with
      *the students re-checked and the enrollments that no longer
      *qualify. Rewritten whole every run, so a stale file from an
      *earlier job can't be read back as this one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'PreqRecheck' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           MOVE 0 TO JsSections.
           MOVE failCount TO JsExceptions.
           MOVE StudentsChecked TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.

      *Writes ReportLine to RECHECKFILE, starting a fresh page (with
      *a repeated title/date header) whenever the page fills up.
       WRITE-REPORT-LINE.
           WRITE RECHECK-REC FROM ReportLine.
           ADD 1 TO ReportLineCount.
           MOVE SPACES TO ReportLine.
           IF ReportLineCount >= LinesPerPage
              PERFORM PRINT-PAGE-HEADER
           END-IF.
      * End WRITE-REPORT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO ReportPageNum.
           IF ReportPageNum > 1
              MOVE SPACES TO RECHECK-REC
              WRITE RECHECK-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE SPACES TO RECHECK-REC.
           MOVE 'Prerequisite Re-check of Planned Enrollments'
              TO RECHECK-REC.
           WRITE RECHECK-REC.
           MOVE SPACES TO RECHECK-REC.
           STRING 'Term: ' FUNCTION TRIM(chkTerm)
              '   Date: ' ReportDate '   Page: ' ReportPageNum
              DELIMITED BY SIZE INTO RECHECK-REC.
           WRITE RECHECK-REC.
           MOVE SPACES TO RECHECK-REC.
           WRITE RECHECK-REC.
           SET ReportLineCount TO 3.
      * End PRINT-PAGE-HEADER.
