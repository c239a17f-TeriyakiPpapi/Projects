      *Missing-grades tracking for the grade submission deadline.
      *At the end of term nobody could see which sections still had
      *not been graded and posted - it surfaced when students found
      *a course still blank on their advising packet. For the term
      *named, this finds every planned (blank-grade) record on the
      *transcript master and works out which course section it
      *belongs to through the section master and the section's
      *class gradebook. Each section with students still ungraded
      *is listed, course by course and section by section, with
      *whether GradeReport has left its computed-grades records yet,
      *whether GradePost has marked it CLOSED on the term-status
      *file, and how many students are still waiting; a page header
      *carries the days remaining before the grades-due date entered
      *for the run. The status handed back in JOBSTAT.DAT is FAILED
      *while anything is outstanding, so a Dispatcher run can hold
      *an IF-PRIOR-OK advising job until every grade is in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissingGrades.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The transcript master, read end to end for the term's
      *planned records, then by key for each gradebook student.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
      *The section master names every class gradebook there is; the
      *gradebooks themselves are read one at a time.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
           SELECT CLASSFILE ASSIGN TO ClassFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClassFileStatus.
           SELECT TERMSTATFILE ASSIGN TO TermStatFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TsSection
           FILE STATUS IS TermStatFileStatus.
           SELECT COMPGRDFILE ASSIGN TO CompGrdFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CgSection
           FILE STATUS IS CompGrdFileStatus.
      *The work list, on the shop's usual paginated layout.
           SELECT MISSINGFILE ASSIGN TO MissingFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MissingFileStatus.
           SELECT RUNLOGFILE ASSIGN TO RunLogFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogFileStatus.
      *One-record completion-status handoff to Dispatcher.
           SELECT JOBSTATFILE ASSIGN TO JobStatFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JobStatFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *The same transcript-master layout and key Auto_Advisor,
      *GradePost, Registration, and StudentMaint declare - every
      *reader must agree byte for byte on TRANSM-REC.
       FD TRANSMFILE.
       01 TRANSM-REC.
           05 TmKey.
              10 TmStudent PIC X(10).
              10 TmCourse PIC X(32).
              10 TmTerm PIC X(6).
           05 TmGrade PIC X(2).
           05 TmXferHours PIC 9(3).
           05 TmSource PIC X(20).

      *The same section-master layout and key SectionMaint declares.
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

      *The same term-status layout and key GradeReport and
      *GradePost declare.
       FD TERMSTATFILE.
       01 TERMSTAT-REC.
           05 TsSection PIC X(31).
           05 TsStatus PIC X(6).
           05 TsStamp PIC X(21).

      *The same computed-grades layout and key GradeReport and
      *GradePost declare.
       FD COMPGRDFILE.
       01 COMPGRD-REC.
           05 CgSection PIC X(31).
           05 CgPct PIC 9(3).
           05 CgStamp PIC X(21).

       FD MISSINGFILE.
       01 MISSING-REC PIC X(120).

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
       01 TransMasterName PIC X(20).
       01 TransMasterStatus PIC X(2).
       01 TransEOF PIC A(1).
      *The fixed-name files, found the way every program that keeps
      *them finds them. Each is optional: no section master means
      *no course has sections on file, and no term-status or
      *computed-grades file means nothing has been run or posted.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 SectionOpen PIC A(1).
       01 SectEOF PIC A(1).
       01 ClassFileName PIC X(20).
       01 ClassFileStatus PIC X(2).
       01 ClassEOF PIC A(1).
       01 TermStatFileName PIC X(20) VALUE 'TERMSTAT.DAT'.
       01 TermStatFileStatus PIC X(2).
       01 TermStatOpen PIC A(1).
       01 CompGrdFileName PIC X(20) VALUE 'COMPGRD.DAT'.
       01 CompGrdFileStatus PIC X(2).
       01 CompGrdOpen PIC A(1).
       01 MissingFileName PIC X(20) VALUE 'MISSGRD.RPT'.
       01 MissingFileStatus PIC X(2).

       01 gradeTerm PIC X(6).
       01 dueDate PIC X(8).
       01 dueDateNum REDEFINES dueDate PIC 9(8).
       01 todayDate PIC 9(8).
       01 daysLeft PIC S9(5).
       01 daysOut PIC Z(4)9.

      *Every course with planned records still ungraded in the
      *term, kept in course order as each is first met, with how
      *many of those students the section gradebooks account for.
       01 crsCount PIC 9(3) VALUE 0.
       01 crsArray.
           05 crsRow OCCURS 500 TIMES.
              10 crsName PIC X(32).
              10 crsPending PIC 9(5).
              10 crsSectioned PIC 9(5).
       01 crsIdx PIC 9(3).
       01 crsJdx PIC 9(3).
       01 crsFound PIC A(1).
       01 crsOverflow PIC A(1).

      *One gradebook's 'G' rows, one per assignment per student -
      *each student is checked once.
       01 CbGradeView.
           05 CbGrStudent PIC X(10).
           05 CbGrAsgName PIC X(20).
           05 CbGrEarned PIC 9(14).
       01 gbStuCount PIC 9(4).
       01 gbStuArray.
           05 gbStu PIC X(10) OCCURS 999 TIMES.
       01 gbStuIdx PIC 9(4).

      *The section being tallied: its students, how many are still
      *ungraded on the transcript master, and how many have a
      *computed-grades record and a CLOSED term status behind them
      *under the gradebook:student token GradeReport and GradePost
      *key both files on.
       01 secEnrolled PIC 9(4).
       01 secUngraded PIC 9(4).
       01 secComputed PIC 9(4).
       01 secClosed PIC 9(4).
       01 sectionKey PIC X(31).
       01 statusText PIC X(12).
       01 statusCount PIC 9(4).

       01 SectionsListed PIC 9(5) VALUE 0.
       01 UngradedCount PIC 9(5) VALUE 0.
       01 PendingCount PIC 9(5) VALUE 0.
       01 countOut PIC Z(3)9.
       01 tempNum PIC Z(5)9.

      *Completion-status working storage. FAILED while any student
      *is still ungraded, or when the run itself could not finish.
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
       01 HoldLine PIC X(120).
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
       01 DueDateText.
           05 DueDate-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 DueDate-DD PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 DueDate-YYYY PIC X(4).
       01 DaysText PIC X(30).

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           MOVE 'N' TO RunFailed.
           SET crsCount TO 0.
           MOVE 'N' TO crsOverflow.
           SET SectionsListed TO 0.
           SET UngradedCount TO 0.
           SET PendingCount TO 0.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           DISPLAY 'Term to check (e.g. 2026FA): ' WITH NO ADVANCING.
           ACCEPT gradeTerm.
           DISPLAY 'Grades due date (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT dueDate.
           IF FUNCTION TRIM(gradeTerm) EQUAL SPACES
              DISPLAY 'ERROR: term must not be blank'
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           IF dueDate IS NOT NUMERIC
              DISPLAY 'ERROR: grades due date must be YYYYMMDD'
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(dueDateNum) NOT EQUAL 0
              DISPLAY 'ERROR: grades due date ' dueDate
                 ' is not a calendar date'
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT MISSINGFILE.
           IF MissingFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open report file '
                 FUNCTION TRIM(MissingFileName)
              CLOSE TRANSMFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           MOVE 'N' TO SectionOpen.
           OPEN INPUT SECTIONFILE.
           IF SectionFileStatus EQUAL '00'
              MOVE 'Y' TO SectionOpen
           END-IF.
           MOVE 'N' TO TermStatOpen.
           OPEN INPUT TERMSTATFILE.
           IF TermStatFileStatus EQUAL '00'
              MOVE 'Y' TO TermStatOpen
           END-IF.
           MOVE 'N' TO CompGrdOpen.
           OPEN INPUT COMPGRDFILE.
           IF CompGrdFileStatus EQUAL '00'
              MOVE 'Y' TO CompGrdOpen
           END-IF.

      *Days left counts the due date itself as the last day; a
      *date already past reads as overdue.
           MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate.
           COMPUTE daysLeft = FUNCTION INTEGER-OF-DATE(dueDateNum)
              - FUNCTION INTEGER-OF-DATE(todayDate).
           MOVE dueDate(5:2) TO DueDate-MM.
           MOVE dueDate(7:2) TO DueDate-DD.
           MOVE dueDate(1:4) TO DueDate-YYYY.
           MOVE SPACES TO DaysText.
           IF daysLeft < 0
              COMPUTE daysOut = 0 - daysLeft
              STRING 'OVERDUE BY ' FUNCTION TRIM(daysOut) ' DAY(S)'
                 DELIMITED BY SIZE INTO DaysText
           ELSE
              MOVE daysLeft TO daysOut
              STRING FUNCTION TRIM(daysOut) ' day(s) remaining'
                 DELIMITED BY SIZE INTO DaysText
           END-IF.

           PERFORM FIND-PENDING-COURSES.

           SET ReportPageNum TO 0.
           SET ReportLineCount TO 0.
           PERFORM PRINT-PAGE-HEADER.
           MOVE SPACES TO ReportLine.
           MOVE 'COURSE' TO ReportLine(1:6).
           MOVE 'SEC' TO ReportLine(34:3).
           MOVE 'INSTRUCTOR' TO ReportLine(38:10).
           MOVE 'ENROLLED' TO ReportLine(59:8).
           MOVE 'UNGRADED' TO ReportLine(68:8).
           MOVE 'COMPUTED' TO ReportLine(78:8).
           MOVE 'CLOSED' TO ReportLine(91:6).
           PERFORM WRITE-REPORT-LINE.
           SET crsIdx TO 1.
           PERFORM UNTIL crsIdx > crsCount
              PERFORM REPORT-COURSE
              ADD 1 TO crsIdx
           END-PERFORM.

           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           IF PendingCount EQUAL 0
              MOVE 'No planned records outstanding for the term'
                 TO ReportLine
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE SectionsListed TO tempNum
              MOVE SPACES TO ReportLine
              STRING 'Sections with grades outstanding: '
                 FUNCTION TRIM(tempNum)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE PendingCount TO tempNum
              MOVE SPACES TO ReportLine
              STRING 'Planned records still ungraded: '
                 FUNCTION TRIM(tempNum)
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
              MOVE 'Y' TO RunFailed
           END-IF.
           IF crsOverflow EQUAL 'Y'
              MOVE 'More courses outstanding than the run can list'
                 TO ReportLine
              MOVE ' - work these and rerun' TO ReportLine(47:23)
              PERFORM WRITE-REPORT-LINE
              MOVE 'Y' TO RunFailed
           END-IF.
           CLOSE MISSINGFILE.
           CLOSE TRANSMFILE.
           IF SectionOpen EQUAL 'Y'
              CLOSE SECTIONFILE
           END-IF.
           IF TermStatOpen EQUAL 'Y'
              CLOSE TERMSTATFILE
           END-IF.
           IF CompGrdOpen EQUAL 'Y'
              CLOSE COMPGRDFILE
           END-IF.

           MOVE PendingCount TO tempNum.
           DISPLAY 'Planned records still ungraded: '
              FUNCTION TRIM(tempNum).
           MOVE SectionsListed TO tempNum.
           DISPLAY 'Sections outstanding: ' FUNCTION TRIM(tempNum)
              ' - ' FUNCTION TRIM(DaysText).
           DISPLAY 'Report written to ' FUNCTION TRIM(MissingFileName).
           PERFORM LOG-MISSING-RUN.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

      *Every planned record in the term, counted under its course.
      *A withdrawal or a posted grade is not blank, so only the
      *students still waiting on a grade are counted.
       FIND-PENDING-COURSES.
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
              AND TmTerm EQUAL gradeTerm
              AND TmGrade EQUAL SPACES
                 ADD 1 TO PendingCount
                 PERFORM FIND-COURSE
                 IF crsFound EQUAL 'Y'
                    ADD 1 TO crsPending(crsIdx)
                 END-IF
              END-IF
           END-PERFORM.
      * End FIND-PENDING-COURSES.

      *Finds TmCourse's row, or opens one for it in course order.
      *crsFound comes back 'N' only when the table is full.
       FIND-COURSE.
           MOVE 'N' TO crsFound.
           SET crsIdx TO 1.
           PERFORM UNTIL crsIdx > crsCount
              IF crsName(crsIdx) EQUAL TmCourse
                 MOVE 'Y' TO crsFound
                 EXIT PARAGRAPH
              END-IF
              IF crsName(crsIdx) > TmCourse
                 EXIT PERFORM
              END-IF
              ADD 1 TO crsIdx
           END-PERFORM.
           IF crsCount >= 500
              MOVE 'Y' TO crsOverflow
              EXIT PARAGRAPH
           END-IF.
           SET crsJdx TO crsCount.
           PERFORM UNTIL crsJdx < crsIdx
              MOVE crsRow(crsJdx) TO crsRow(crsJdx + 1)
              SUBTRACT 1 FROM crsJdx
           END-PERFORM.
           ADD 1 TO crsCount.
           MOVE TmCourse TO crsName(crsIdx).
           SET crsPending(crsIdx) TO 0.
           SET crsSectioned(crsIdx) TO 0.
           MOVE 'Y' TO crsFound.
      * End FIND-COURSE.

      *One course's sections for the term, in section order, then
      *whatever planned records no section gradebook accounts for -
      *a course with no sections on file, or a student enrolled
      *against a gradebook typed at registration.
       REPORT-COURSE.
           IF SectionOpen EQUAL 'Y'
              MOVE crsName(crsIdx) TO SmCourse
              MOVE gradeTerm TO SmTerm
              MOVE LOW-VALUES TO SmSection
              MOVE 'N' TO SectEOF
              START SECTIONFILE KEY IS GREATER THAN SmKey
                 INVALID KEY MOVE 'Y' TO SectEOF
              END-START
              PERFORM UNTIL SectEOF = 'Y'
                 READ SECTIONFILE NEXT RECORD
                    AT END MOVE 'Y' TO SectEOF
                 END-READ
                 IF SectEOF NOT EQUAL 'Y'
                 AND (SmCourse NOT EQUAL crsName(crsIdx)
                    OR SmTerm NOT EQUAL gradeTerm)
                    MOVE 'Y' TO SectEOF
                 END-IF
                 IF SectEOF NOT EQUAL 'Y'
                    PERFORM CHECK-SECTION
                 END-IF
              END-PERFORM
           END-IF.
           IF crsPending(crsIdx) > crsSectioned(crsIdx)
              ADD 1 TO SectionsListed
              COMPUTE secUngraded =
                 crsPending(crsIdx) - crsSectioned(crsIdx)
              ADD secUngraded TO UngradedCount
              MOVE SPACES TO ReportLine
              MOVE crsName(crsIdx) TO ReportLine(1:32)
              MOVE '---' TO ReportLine(34:3)
              MOVE '(no section on file)' TO ReportLine(38:20)
              MOVE secUngraded TO countOut
              MOVE countOut TO ReportLine(72:4)
              MOVE 'N/A' TO ReportLine(78:3)
              MOVE 'N/A' TO ReportLine(91:3)
              PERFORM WRITE-REPORT-LINE
           END-IF.
      * End REPORT-COURSE.

      *Reads the section's gradebook for its students, then each
      *student's planned record, computed-grades record and term
      *status. A section whose students are all graded is left off
      *the list.
       CHECK-SECTION.
           SET secEnrolled TO 0.
           SET secUngraded TO 0.
           SET secComputed TO 0.
           SET secClosed TO 0.
           SET gbStuCount TO 0.
           MOVE SmGradebook TO ClassFileName.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              MOVE SPACES TO ReportLine
              MOVE SmCourse TO ReportLine(1:32)
              MOVE SmSection TO ReportLine(34:3)
              STRING 'gradebook ' FUNCTION TRIM(SmGradebook)
                 ' will not open - section not checked'
                 DELIMITED BY SIZE INTO ReportLine(38:60)
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ClassEOF = 'Y'
              READ CLASSFILE
                 AT END MOVE 'Y' TO ClassEOF
              END-READ
              IF ClassEOF NOT EQUAL 'Y' AND CbRecType EQUAL 'G'
                 MOVE CbRecRest TO CbGradeView
                 PERFORM CHECK-SECTION-STUDENT
              END-IF
           END-PERFORM.
           CLOSE CLASSFILE.
           ADD secUngraded TO crsSectioned(crsIdx).
           IF secUngraded EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SectionsListed.
           ADD secUngraded TO UngradedCount.
           MOVE SPACES TO ReportLine.
           MOVE SmCourse TO ReportLine(1:32).
           MOVE SmSection TO ReportLine(34:3).
           MOVE SmInstructor TO ReportLine(38:20).
           MOVE secEnrolled TO countOut.
           MOVE countOut TO ReportLine(63:4).
           MOVE secUngraded TO countOut.
           MOVE countOut TO ReportLine(72:4).
           MOVE secComputed TO statusCount.
           PERFORM BUILD-STATUS-TEXT.
           MOVE statusText TO ReportLine(78:12).
           MOVE secClosed TO statusCount.
           PERFORM BUILD-STATUS-TEXT.
           MOVE statusText TO ReportLine(91:12).
           PERFORM WRITE-REPORT-LINE.
      * End CHECK-SECTION.

       CHECK-SECTION-STUDENT.
           SET gbStuIdx TO 1.
           PERFORM UNTIL gbStuIdx > gbStuCount
              IF gbStu(gbStuIdx) EQUAL CbGrStudent
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO gbStuIdx
           END-PERFORM.
           IF gbStuCount < 999
              ADD 1 TO gbStuCount
              MOVE CbGrStudent TO gbStu(gbStuCount)
           END-IF.
           ADD 1 TO secEnrolled.
           MOVE CbGrStudent TO TmStudent.
           MOVE SmCourse TO TmCourse.
           MOVE SmTerm TO TmTerm.
           READ TRANSMFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TmGrade EQUAL SPACES
                    ADD 1 TO secUngraded
                 END-IF
           END-READ.
           MOVE SPACES TO sectionKey.
           STRING FUNCTION TRIM(SmGradebook) ':'
              FUNCTION TRIM(CbGrStudent)
              DELIMITED BY SIZE INTO sectionKey.
           IF CompGrdOpen EQUAL 'Y'
              MOVE sectionKey TO CgSection
              READ COMPGRDFILE
                 NOT INVALID KEY
                    ADD 1 TO secComputed
              END-READ
           END-IF.
           IF TermStatOpen EQUAL 'Y'
              MOVE sectionKey TO TsSection
              READ TERMSTATFILE
                 NOT INVALID KEY
                    IF TsStatus EQUAL 'CLOSED'
                       ADD 1 TO secClosed
                    END-IF
              END-READ
           END-IF.
      * End CHECK-SECTION-STUDENT.

      *YES when every student on the section has the record, NO
      *when none does, otherwise how many of how many.
       BUILD-STATUS-TEXT.
           MOVE SPACES TO statusText.
           EVALUATE TRUE
              WHEN statusCount EQUAL 0
                 MOVE 'NO' TO statusText
              WHEN statusCount >= secEnrolled
                 MOVE 'YES' TO statusText
              WHEN OTHER
                 MOVE statusCount TO countOut
                 STRING FUNCTION TRIM(countOut) ' OF '
                    DELIMITED BY SIZE INTO statusText
                 MOVE secEnrolled TO countOut
                 MOVE statusText TO HoldLine
                 MOVE SPACES TO statusText
                 STRING FUNCTION TRIM(HoldLine) ' '
                    FUNCTION TRIM(countOut)
                    DELIMITED BY SIZE INTO statusText
           END-EVALUATE.
      * End BUILD-STATUS-TEXT.

       LOG-MISSING-RUN.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE PendingCount TO tempNum.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' MissingGrades '
              FUNCTION TRIM(gradeTerm)
              ' OUTSTANDING - ' FUNCTION TRIM(tempNum)
              ' ungraded, due ' dueDate
              DELIMITED BY SIZE INTO RunLogLine.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End LOG-MISSING-RUN.

      *Hands this run's completion status back to Dispatcher, with
      *the sections outstanding, the students ungraded on them, and
      *the planned records still ungraded in the term. Rewritten
      *whole every run, so a stale file from an earlier job can't be
      *read back as this one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'MissingGrds' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           MOVE SectionsListed TO JsSections.
           MOVE UngradedCount TO JsExceptions.
           MOVE PendingCount TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.

       WRITE-REPORT-LINE.
           WRITE MISSING-REC FROM ReportLine.
           ADD 1 TO ReportLineCount.
           MOVE SPACES TO ReportLine.
           IF ReportLineCount >= LinesPerPage
              PERFORM PRINT-PAGE-HEADER
           END-IF.
      * End WRITE-REPORT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO ReportPageNum.
           IF ReportPageNum > 1
              MOVE SPACES TO MISSING-REC
              WRITE MISSING-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE SPACES TO MISSING-REC.
           MOVE 'Missing Grades by Section' TO MISSING-REC.
           WRITE MISSING-REC.
           MOVE SPACES TO MISSING-REC.
           STRING 'Term: ' FUNCTION TRIM(gradeTerm)
              '   Date: ' ReportDate '   Page: ' ReportPageNum
              DELIMITED BY SIZE INTO MISSING-REC.
           WRITE MISSING-REC.
           MOVE SPACES TO MISSING-REC.
           STRING 'Grades due: ' DueDateText '   '
              FUNCTION TRIM(DaysText)
              DELIMITED BY SIZE INTO MISSING-REC.
           WRITE MISSING-REC.
           MOVE SPACES TO MISSING-REC.
           WRITE MISSING-REC.
           SET ReportLineCount TO 4.
      * End PRINT-PAGE-HEADER.
