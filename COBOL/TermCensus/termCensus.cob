      *Term enrollment census. Every term the registrar reports
      *headcount and credit hours as of the census date, and fill
      *rates to the scheduling office - figures that used to be
      *assembled by hand from the offerings file and the rosters.
      *For the term named, this reads every planned and graded
      *record on the transcript master, each student's major off
      *the student master, and each offering's cap and enrolled
      *count, and prints a paginated report: headcount and credit
      *hours by major, the full-time / part-time split, and every
      *offered course's enrollment against its cap with the
      *under-filled and over-filled ones flagged. Asked to, the run
      *records its figures as the term's census snapshot in a
      *fixed-name file; every later run for the term prints the
      *change since census alongside the current numbers.
      *Dispatchable, with its status in JOBSTAT.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermCensus.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The transcript master, read end to end - the key leads with
      *StudentID, so one student's records arrive together and the
      *student master is read once per student, not per record.
           SELECT TRANSMFILE ASSIGN TO TransMasterName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TmKey
           FILE STATUS IS TransMasterStatus.
      *The course catalog, the system of record for hours.
           SELECT CATALOGFILE ASSIGN TO CatalogFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatName
           FILE STATUS IS CatalogFileStatus.
      *The student master, for each student's major.
           SELECT STUDENTFILE ASSIGN TO StudentFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StuId
           FILE STATUS IS StudentFileStatus.
      *The course-offerings file, for each course's cap and the
      *enrolled count Registration keeps on it.
           SELECT OFFERFILE ASSIGN TO OfferFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS OfferFileStatus.
      *The census snapshots, keyed on term plus figure type plus
      *the major, band, or course the figure is for, so one term's
      *snapshot reads out together the way BILLED.DAT's does.
           SELECT CENSUSFILE ASSIGN TO CensusFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CnKey
           FILE STATUS IS CensusFileStatus.
      *The census report, on the shop's usual paginated layout.
           SELECT CENSUSRPTFILE ASSIGN TO CensusRptName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CensusRptStatus.
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

      *The same catalog layout and key Auto_Advisor and
      *CatalogMaint declare.
       FD CATALOGFILE.
       01 CATALOG-REC.
           05 CatName     PIC X(32).
           05 CatHours    PIC 9(3).
           05 CatCategory PIC X(10).
           05 CatPreqs    PIC X(220).

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

      *Declared here only - nothing else reads the snapshots. One
      *'H' record per term carries when the census was taken; 'M'
      *records carry a major's headcount and hours, 'F' records a
      *load band's (CnItem FULL-TIME or PART-TIME), and 'C' records
      *an offered course's enrolled count and cap.
       FD CENSUSFILE.
       01 CENSUS-REC.
           05 CnKey.
              10 CnTerm PIC X(6).
              10 CnType PIC X(1).
              10 CnItem PIC X(32).
           05 CnHeads PIC 9(5).
           05 CnHours PIC 9(6).
           05 CnCap PIC 9(4).
           05 CnStamp PIC X(21).

       FD CENSUSRPTFILE.
       01 CENSUSRPT-REC PIC X(120).

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
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 StudentFileName PIC X(20).
       01 StudentFileStatus PIC X(2).
       01 OfferFileName PIC X(20).
       01 OfferFileStatus PIC X(2).
       01 OfferEOF PIC A(1).
      *Fixed-name files, on the convention BILLED.DAT and
      *INTEGRITY.RPT follow, so every run finds the term's census
      *without another prompt in its job stream.
       01 CensusFileName PIC X(20) VALUE 'CENSUS.DAT'.
       01 CensusFileStatus PIC X(2).
       01 CensusEOF PIC A(1).
       01 CensusRptName PIC X(20) VALUE 'CENSUS.RPT'.
       01 CensusRptStatus PIC X(2).

       01 censusTerm PIC X(6).
       01 takeCensus PIC A(1).
       01 runStamp PIC X(21).
      *Set when the term already has a snapshot and this run is
      *not replacing it - the report then carries the change
      *columns, measured from the census taken at censusStamp.
       01 haveCensus PIC A(1).
       01 censusStamp PIC X(21).

      *The load band, on BursarFeed's line: 12 hours or more is
      *full-time. An offering under UnderFillPct percent of its cap
      *is flagged under-filled; one past its cap, over-filled.
       01 FullTimeHours PIC 9(3) VALUE 12.
       01 UnderFillPct PIC 9(3) VALUE 50.

      *The student being totaled.
       01 curStudent PIC X(10).
       01 curHours PIC 9(3).
       01 curRecords PIC 9(3).
       01 curMajor PIC X(10).

      *Headcount and hours by major, kept in major order as each
      *major is first met - the current figures and, when there is
      *a census to measure from, the census figures beside them. A
      *major that has emptied out since census stays on the list
      *at zero.
       01 majCount PIC 9(3) VALUE 0.
       01 majArray.
           05 majRow OCCURS 200 TIMES.
              10 majName PIC X(10).
              10 majHeads PIC 9(5).
              10 majHours PIC 9(6).
              10 majCenHeads PIC 9(5).
              10 majCenHours PIC 9(6).
       01 majIdx PIC 9(3).
       01 majJdx PIC 9(3).
       01 majFound PIC A(1).
       01 majOverflow PIC A(1).

      *The full-time / part-time split and the whole-term totals,
      *current and at census.
       01 ftHeads PIC 9(5).
       01 ftHours PIC 9(6).
       01 ptHeads PIC 9(5).
       01 ptHours PIC 9(6).
       01 totHeads PIC 9(5).
       01 totHours PIC 9(6).
       01 ftCenHeads PIC 9(5).
       01 ftCenHours PIC 9(6).
       01 ptCenHeads PIC 9(5).
       01 ptCenHours PIC 9(6).
       01 totCenHeads PIC 9(5).
       01 totCenHours PIC 9(6).

      *One figures line - a major, a band, or the total - before it
      *is edited into the report columns.
       01 lineLabel PIC X(24).
       01 lineHeads PIC 9(5).
       01 lineHours PIC 9(6).
       01 lineCenHeads PIC 9(5).
       01 lineCenHours PIC 9(6).

      *The offerings figures.
       01 fillPct PIC 9(4).
       01 fillFlag PIC X(12).
       01 cenEnrolled PIC 9(4).
       01 cenFound PIC A(1).
       01 CourseCount PIC 9(5) VALUE 0.
       01 UnderCount PIC 9(5) VALUE 0.
       01 OverCount PIC 9(5) VALUE 0.
       01 GoneCount PIC 9(5) VALUE 0.

       01 UnknownCount PIC 9(5) VALUE 0.
       01 NoStudentCount PIC 9(5) VALUE 0.
       01 countOut PIC Z(4)9.
       01 hoursOut PIC Z(5)9.
       01 capOut PIC Z(3)9.
       01 pctOut PIC Z(3)9.
       01 figChange PIC S9(6).
       01 changeOut PIC -(5)9.
       01 tempNum PIC Z(5)9.

      *Completion-status working storage. A file that would not
      *open, or a snapshot that could not be recorded, is the
      *failure the status hands back; under- and over-filled
      *courses are the report, not a job failure.
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
       01 CensusDate.
           05 CensusDate-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 CensusDate-DD PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 CensusDate-YYYY PIC X(4).

       PROCEDURE DIVISION.
      *A CALLed program keeps its WORKING-STORAGE between CALLs, so
      *the whole-run totals reset on entry - the second job of an
      *overnight batch must not inherit the first job's counts.
           MOVE 'N' TO RunFailed.
           SET majCount TO 0.
           MOVE 'N' TO majOverflow.
           SET ftHeads TO 0.
           SET ftHours TO 0.
           SET ptHeads TO 0.
           SET ptHours TO 0.
           SET ftCenHeads TO 0.
           SET ftCenHours TO 0.
           SET ptCenHeads TO 0.
           SET ptCenHours TO 0.
           SET CourseCount TO 0.
           SET UnderCount TO 0.
           SET OverCount TO 0.
           SET GoneCount TO 0.
           SET UnknownCount TO 0.
           SET NoStudentCount TO 0.
           MOVE 'N' TO haveCensus.
           MOVE SPACES TO censusStamp.
           DISPLAY 'Course catalog: ' WITH NO ADVANCING.
           ACCEPT CatalogFileName.
           DISPLAY 'Transcript master: ' WITH NO ADVANCING.
           ACCEPT TransMasterName.
           DISPLAY 'Student master: ' WITH NO ADVANCING.
           ACCEPT StudentFileName.
           DISPLAY 'Course offerings file: ' WITH NO ADVANCING.
           ACCEPT OfferFileName.
           DISPLAY 'Term for the census (e.g. 2026FA): '
              WITH NO ADVANCING.
           ACCEPT censusTerm.
           DISPLAY 'Record this run as the term''s census snapshot?'
              ' (Y/N): ' WITH NO ADVANCING.
           ACCEPT takeCensus.
           MOVE FUNCTION UPPER-CASE(takeCensus) TO takeCensus.
           IF FUNCTION TRIM(censusTerm) EQUAL SPACES
              DISPLAY 'ERROR: term must not be blank'
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
           OPEN INPUT TRANSMFILE.
           IF TransMasterStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open transcript master '
                 FUNCTION TRIM(TransMasterName)
              CLOSE CATALOGFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT STUDENTFILE.
           IF StudentFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open student master '
                 FUNCTION TRIM(StudentFileName)
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN INPUT OFFERFILE.
           IF OfferFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open offerings file '
                 FUNCTION TRIM(OfferFileName)
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              CLOSE STUDENTFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
      *The first census ever taken finds no snapshot file - status
      *35, and only 35, means that - so it is stood up empty here.
      *Any other failure stops the run rather than print changes
      *measured from a snapshot that merely failed to open.
           OPEN I-O CENSUSFILE.
           IF CensusFileStatus EQUAL '35'
              OPEN OUTPUT CENSUSFILE
              CLOSE CENSUSFILE
              OPEN I-O CENSUSFILE
           END-IF.
           IF CensusFileStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open census file '
                 FUNCTION TRIM(CensusFileName)
              PERFORM CLOSE-MASTERS
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT CENSUSRPTFILE.
           IF CensusRptStatus NOT EQUAL '00'
              DISPLAY 'ERROR: Unable to open report file '
                 FUNCTION TRIM(CensusRptName)
              PERFORM CLOSE-MASTERS
              CLOSE CENSUSFILE
              MOVE 'Y' TO RunFailed
              PERFORM WRITE-JOB-STATUS
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO runStamp.

           IF takeCensus NOT EQUAL 'Y'
              PERFORM LOAD-CENSUS-SNAPSHOT
           END-IF.
           PERFORM COUNT-TERM-ENROLLMENT.

           SET ReportPageNum TO 0.
           SET ReportLineCount TO 0.
           PERFORM PRINT-PAGE-HEADER.
           PERFORM PRINT-CENSUS-BASIS.
           PERFORM PRINT-MAJOR-SECTION.
           PERFORM PRINT-LOAD-SECTION.
           PERFORM PRINT-COURSE-SECTION.
           IF haveCensus EQUAL 'Y'
              PERFORM PRINT-DROPPED-OFFERINGS
           END-IF.

           IF takeCensus EQUAL 'Y'
              PERFORM SAVE-CENSUS-SNAPSHOT
              MOVE SPACES TO ReportLine
              PERFORM WRITE-REPORT-LINE
              IF RunFailed EQUAL 'Y'
                 MOVE 'Census snapshot NOT recorded - see the run'
                    TO ReportLine
                 MOVE ' messages' TO ReportLine(43:9)
              ELSE
                 MOVE 'Census snapshot recorded for the term'
                    TO ReportLine
              END-IF
              PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE CENSUSRPTFILE.
           CLOSE CENSUSFILE.
           PERFORM CLOSE-MASTERS.

           MOVE totHeads TO tempNum.
           DISPLAY 'Students enrolled: ' FUNCTION TRIM(tempNum).
           MOVE totHours TO tempNum.
           DISPLAY 'Credit hours: ' FUNCTION TRIM(tempNum).
           MOVE CourseCount TO tempNum.
           DISPLAY 'Courses offered: ' FUNCTION TRIM(tempNum).
           MOVE UnknownCount TO tempNum.
           DISPLAY 'Records for courses not in the catalog: '
              FUNCTION TRIM(tempNum).
           DISPLAY 'Report written to ' FUNCTION TRIM(CensusRptName).
           PERFORM LOG-CENSUS-RUN.
           PERFORM WRITE-JOB-STATUS.
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
      *job if it is ever CALLed as part of an overnight run.
           GOBACK.

       CLOSE-MASTERS.
           CLOSE CATALOGFILE.
           CLOSE TRANSMFILE.
           CLOSE STUDENTFILE.
           CLOSE OFFERFILE.
      * End CLOSE-MASTERS.

      *The term's snapshot, if it has one: the 'H' record says when
      *the census was taken, and the 'M' and 'F' figures are loaded
      *beside the current ones before the count starts. Course
      *figures are read per offering as the report reaches it.
       LOAD-CENSUS-SNAPSHOT.
           MOVE censusTerm TO CnTerm.
           MOVE 'H' TO CnType.
           MOVE SPACES TO CnItem.
           READ CENSUSFILE
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO haveCensus.
           MOVE CnStamp TO censusStamp.
           MOVE LOW-VALUES TO CnType.
           MOVE LOW-VALUES TO CnItem.
           MOVE 'N' TO CensusEOF.
           START CENSUSFILE KEY IS GREATER THAN CnKey
              INVALID KEY MOVE 'Y' TO CensusEOF
           END-START.
           PERFORM UNTIL CensusEOF = 'Y'
              READ CENSUSFILE NEXT RECORD
                 AT END MOVE 'Y' TO CensusEOF
              END-READ
              IF CensusEOF NOT EQUAL 'Y'
              AND CnTerm NOT EQUAL censusTerm
                 MOVE 'Y' TO CensusEOF
              END-IF
              IF CensusEOF NOT EQUAL 'Y'
                 EVALUATE CnType
                    WHEN 'M'
                       MOVE CnItem TO curMajor
                       PERFORM FIND-MAJOR
                       IF majFound EQUAL 'Y'
                          MOVE CnHeads TO majCenHeads(majIdx)
                          MOVE CnHours TO majCenHours(majIdx)
                       END-IF
                    WHEN 'F'
                       IF CnItem EQUAL 'FULL-TIME'
                          MOVE CnHeads TO ftCenHeads
                          MOVE CnHours TO ftCenHours
                       ELSE
                          MOVE CnHeads TO ptCenHeads
                          MOVE CnHours TO ptCenHours
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
      * End LOAD-CENSUS-SNAPSHOT.

      *One pass over the transcript master with a control break on
      *StudentID. A term record counts unless it is a withdrawal or
      *transfer credit - planned and graded records are the
      *students sitting in the course, the same seat-holding rule
      *IntegritySweep measures the offerings by.
       COUNT-TERM-ENROLLMENT.
           MOVE SPACES TO curStudent.
           SET curHours TO 0.
           SET curRecords TO 0.
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
                    PERFORM FINISH-STUDENT
                    MOVE TmStudent TO curStudent
                    SET curHours TO 0
                    SET curRecords TO 0
                 END-IF
                 IF TmTerm EQUAL censusTerm
                 AND TmGrade NOT EQUAL 'W'
                 AND TmGrade NOT EQUAL 'TR'
                    PERFORM ADD-COURSE-HOURS
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM FINISH-STUDENT.
           COMPUTE totHeads = ftHeads + ptHeads.
           COMPUTE totHours = ftHours + ptHours.
           COMPUTE totCenHeads = ftCenHeads + ptCenHeads.
           COMPUTE totCenHours = ftCenHours + ptCenHours.
      * End COUNT-TERM-ENROLLMENT.

       ADD-COURSE-HOURS.
           ADD 1 TO curRecords.
           MOVE TmCourse TO CatName.
           READ CATALOGFILE
              INVALID KEY
                 ADD 1 TO UnknownCount
                 DISPLAY 'WARNING: ' FUNCTION TRIM(TmStudent) ' '
                    FUNCTION TRIM(TmCourse)
                    ' is not in the catalog - no hours counted'
              NOT INVALID KEY
                 ADD CatHours TO curHours
           END-READ.
      * End ADD-COURSE-HOURS.

      *A student with any seat in the term is one head, under the
      *major on the student master - UNDECLARED when the major is
      *blank, (UNKNOWN) when the master has never heard of the
      *StudentID - and in one load band.
       FINISH-STUDENT.
           IF curStudent EQUAL SPACES OR curRecords EQUAL 0
              EXIT PARAGRAPH
           END-IF.
           MOVE curStudent TO StuId.
           READ STUDENTFILE
              INVALID KEY
                 ADD 1 TO NoStudentCount
                 MOVE '(UNKNOWN)' TO curMajor
              NOT INVALID KEY
                 MOVE StuMajor TO curMajor
                 IF curMajor EQUAL SPACES
                    MOVE 'UNDECLARED' TO curMajor
                 END-IF
           END-READ.
           PERFORM FIND-MAJOR.
           IF majFound EQUAL 'Y'
              ADD 1 TO majHeads(majIdx)
              ADD curHours TO majHours(majIdx)
           END-IF.
           IF curHours < FullTimeHours
              ADD 1 TO ptHeads
              ADD curHours TO ptHours
           ELSE
              ADD 1 TO ftHeads
              ADD curHours TO ftHours
           END-IF.
      * End FINISH-STUDENT.

      *Finds curMajor's row, or opens one for it in major order.
      *majFound comes back 'N' only when the table is full; the
      *student is still counted in the load split and the totals.
       FIND-MAJOR.
           MOVE 'N' TO majFound.
           SET majIdx TO 1.
           PERFORM UNTIL majIdx > majCount
              IF majName(majIdx) EQUAL curMajor
                 MOVE 'Y' TO majFound
                 EXIT PARAGRAPH
              END-IF
              IF majName(majIdx) > curMajor
                 EXIT PERFORM
              END-IF
              ADD 1 TO majIdx
           END-PERFORM.
           IF majCount >= 200
              IF majOverflow NOT EQUAL 'Y'
                 DISPLAY 'WARNING: more majors than the census can'
                    ' list - the rest count in the totals only'
                 MOVE 'Y' TO majOverflow
              END-IF
              EXIT PARAGRAPH
           END-IF.
           SET majJdx TO majCount.
           PERFORM UNTIL majJdx < majIdx
              MOVE majRow(majJdx) TO majRow(majJdx + 1)
              SUBTRACT 1 FROM majJdx
           END-PERFORM.
           ADD 1 TO majCount.
           MOVE curMajor TO majName(majIdx).
           SET majHeads(majIdx) TO 0.
           SET majHours(majIdx) TO 0.
           SET majCenHeads(majIdx) TO 0.
           SET majCenHours(majIdx) TO 0.
           MOVE 'Y' TO majFound.
      * End FIND-MAJOR.

      *Says what the change columns are measured from, or that there
      *is nothing yet to measure them from.
       PRINT-CENSUS-BASIS.
           MOVE SPACES TO ReportLine.
           EVALUATE TRUE
              WHEN takeCensus EQUAL 'Y'
                 MOVE 'Census run - these figures are recorded as'
                    TO ReportLine
                 MOVE ' the term''s census snapshot'
                    TO ReportLine(43:27)
              WHEN haveCensus EQUAL 'Y'
                 MOVE censusStamp(5:2) TO CensusDate-MM
                 MOVE censusStamp(7:2) TO CensusDate-DD
                 MOVE censusStamp(1:4) TO CensusDate-YYYY
                 STRING 'Changes are measured from the census taken '
                    CensusDate
                    DELIMITED BY SIZE INTO ReportLine
              WHEN OTHER
                 MOVE 'No census snapshot recorded for the term -'
                    TO ReportLine
                 MOVE ' current figures only' TO ReportLine(43:21)
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
      * End PRINT-CENSUS-BASIS.

       PRINT-MAJOR-SECTION.
           MOVE 'Headcount and credit hours by major' TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'MAJOR' TO ReportLine(1:5).
           PERFORM WRITE-FIGURES-HEADING.
           SET majIdx TO 1.
           PERFORM UNTIL majIdx > majCount
              MOVE majName(majIdx) TO lineLabel
              MOVE majHeads(majIdx) TO lineHeads
              MOVE majHours(majIdx) TO lineHours
              MOVE majCenHeads(majIdx) TO lineCenHeads
              MOVE majCenHours(majIdx) TO lineCenHours
              PERFORM WRITE-FIGURES-LINE
              ADD 1 TO majIdx
           END-PERFORM.
           MOVE 'TOTAL' TO lineLabel.
           MOVE totHeads TO lineHeads.
           MOVE totHours TO lineHours.
           MOVE totCenHeads TO lineCenHeads.
           MOVE totCenHours TO lineCenHours.
           PERFORM WRITE-FIGURES-LINE.
      * End PRINT-MAJOR-SECTION.

       PRINT-LOAD-SECTION.
           MOVE 'Full-time and part-time enrollment' TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'LOAD' TO ReportLine(1:4).
           PERFORM WRITE-FIGURES-HEADING.
           MOVE FullTimeHours TO tempNum.
           MOVE SPACES TO lineLabel.
           STRING 'FULL-TIME (' FUNCTION TRIM(tempNum) '+ HRS)'
              DELIMITED BY SIZE INTO lineLabel.
           MOVE ftHeads TO lineHeads.
           MOVE ftHours TO lineHours.
           MOVE ftCenHeads TO lineCenHeads.
           MOVE ftCenHours TO lineCenHours.
           PERFORM WRITE-FIGURES-LINE.
           MOVE SPACES TO lineLabel.
           STRING 'PART-TIME (UNDER ' FUNCTION TRIM(tempNum) ')'
              DELIMITED BY SIZE INTO lineLabel.
           MOVE ptHeads TO lineHeads.
           MOVE ptHours TO lineHours.
           MOVE ptCenHeads TO lineCenHeads.
           MOVE ptCenHours TO lineCenHours.
           PERFORM WRITE-FIGURES-LINE.
           MOVE 'TOTAL' TO lineLabel.
           MOVE totHeads TO lineHeads.
           MOVE totHours TO lineHours.
           MOVE totCenHeads TO lineCenHeads.
           MOVE totCenHours TO lineCenHours.
           PERFORM WRITE-FIGURES-LINE.
      * End PRINT-LOAD-SECTION.

      *The column heads under a headcount/hours section; ReportLine
      *arrives holding the label column's head.
       WRITE-FIGURES-HEADING.
           MOVE 'HEADCOUNT' TO ReportLine(26:9).
           MOVE 'CREDIT HRS' TO ReportLine(37:10).
           IF haveCensus EQUAL 'Y'
              MOVE 'AT CENSUS' TO ReportLine(50:9)
              MOVE 'CHANGE' TO ReportLine(61:6)
              MOVE 'HRS AT CENSUS' TO ReportLine(69:13)
              MOVE 'CHANGE' TO ReportLine(84:6)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-FIGURES-HEADING.

       WRITE-FIGURES-LINE.
           MOVE SPACES TO ReportLine.
           MOVE lineLabel TO ReportLine(1:24).
           MOVE lineHeads TO countOut.
           MOVE countOut TO ReportLine(30:5).
           MOVE lineHours TO hoursOut.
           MOVE hoursOut TO ReportLine(41:6).
           IF haveCensus EQUAL 'Y'
              MOVE lineCenHeads TO countOut
              MOVE countOut TO ReportLine(54:5)
              COMPUTE figChange = lineHeads - lineCenHeads
              MOVE figChange TO changeOut
              MOVE changeOut TO ReportLine(61:6)
              MOVE lineCenHours TO hoursOut
              MOVE hoursOut TO ReportLine(76:6)
              COMPUTE figChange = lineHours - lineCenHours
              MOVE figChange TO changeOut
              MOVE changeOut TO ReportLine(84:6)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-FIGURES-LINE.

      *Every offering for the term, in course order: the enrolled
      *count Registration keeps on the offering against its cap,
      *with the fill rate and the under/over flag.
       PRINT-COURSE-SECTION.
           MOVE 'Course enrollment against seat cap' TO ReportLine.
           PERFORM WRITE-SECTION-HEADING.
           MOVE 'COURSE' TO ReportLine(1:6).
           MOVE 'CAP' TO ReportLine(35:3).
           MOVE 'ENROLLED' TO ReportLine(40:8).
           MOVE 'FILL' TO ReportLine(50:4).
           MOVE 'FLAG' TO ReportLine(57:4).
           IF haveCensus EQUAL 'Y'
              MOVE 'AT CENSUS' TO ReportLine(71:9)
              MOVE 'CHANGE' TO ReportLine(82:6)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'N' TO OfferEOF.
           MOVE LOW-VALUES TO OfferKey.
           START OFFERFILE KEY IS GREATER THAN OfferKey
              INVALID KEY MOVE 'Y' TO OfferEOF
           END-START.
           PERFORM UNTIL OfferEOF = 'Y'
              READ OFFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO OfferEOF
              END-READ
              IF OfferEOF NOT EQUAL 'Y'
              AND OfTerm EQUAL censusTerm
                 PERFORM PRINT-OFFERING
              END-IF
           END-PERFORM.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE CourseCount TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING 'Courses offered: ' FUNCTION TRIM(tempNum)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE UnderFillPct TO tempNum.
           MOVE SPACES TO HoldLine.
           STRING ' (under ' FUNCTION TRIM(tempNum) '% of cap)'
              DELIMITED BY SIZE INTO HoldLine.
           MOVE UnderCount TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING 'Under-filled: ' FUNCTION TRIM(tempNum)
              FUNCTION TRIM(HoldLine)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE OverCount TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING 'Over-filled: ' FUNCTION TRIM(tempNum)
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End PRINT-COURSE-SECTION.

       PRINT-OFFERING.
           ADD 1 TO CourseCount.
           MOVE SPACES TO fillFlag.
           MOVE SPACES TO ReportLine.
           MOVE OfCourse TO ReportLine(1:32).
           MOVE OfSeatCap TO capOut.
           MOVE capOut TO ReportLine(34:4).
           MOVE OfEnrolled TO capOut.
           MOVE capOut TO ReportLine(44:4).
           IF OfSeatCap > 0
              COMPUTE fillPct = OfEnrolled * 100 / OfSeatCap
              MOVE fillPct TO pctOut
              MOVE pctOut TO ReportLine(49:4)
              MOVE '%' TO ReportLine(53:1)
              IF fillPct < UnderFillPct
                 MOVE 'UNDER-FILLED' TO fillFlag
              END-IF
           END-IF.
           IF OfEnrolled > OfSeatCap
              MOVE 'OVER-FILLED' TO fillFlag
           END-IF.
           EVALUATE fillFlag
              WHEN 'UNDER-FILLED'
                 ADD 1 TO UnderCount
              WHEN 'OVER-FILLED'
                 ADD 1 TO OverCount
           END-EVALUATE.
           MOVE fillFlag TO ReportLine(57:12).
           IF haveCensus EQUAL 'Y'
              MOVE censusTerm TO CnTerm
              MOVE 'C' TO CnType
              MOVE OfCourse TO CnItem
              READ CENSUSFILE
                 INVALID KEY
                    MOVE 'NEW SINCE CENSUS' TO ReportLine(71:16)
                 NOT INVALID KEY
                    MOVE CnHeads TO capOut
                    MOVE capOut TO ReportLine(76:4)
                    COMPUTE figChange = OfEnrolled - CnHeads
                    MOVE figChange TO changeOut
                    MOVE changeOut TO ReportLine(82:6)
              END-READ
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      * End PRINT-OFFERING.

      *Courses the census counted that are no longer offered for
      *the term - their seats left the figures along with them.
       PRINT-DROPPED-OFFERINGS.
           SET GoneCount TO 0.
           MOVE censusTerm TO CnTerm.
           MOVE 'C' TO CnType.
           MOVE LOW-VALUES TO CnItem.
           MOVE 'N' TO CensusEOF.
           START CENSUSFILE KEY IS GREATER THAN CnKey
              INVALID KEY MOVE 'Y' TO CensusEOF
           END-START.
           PERFORM UNTIL CensusEOF = 'Y'
              READ CENSUSFILE NEXT RECORD
                 AT END MOVE 'Y' TO CensusEOF
              END-READ
              IF CensusEOF NOT EQUAL 'Y'
              AND (CnTerm NOT EQUAL censusTerm
                 OR CnType NOT EQUAL 'C')
                 MOVE 'Y' TO CensusEOF
              END-IF
              IF CensusEOF NOT EQUAL 'Y'
                 MOVE CnItem TO OfCourse
                 MOVE censusTerm TO OfTerm
                 READ OFFERFILE
                    INVALID KEY
                       PERFORM PRINT-DROPPED-OFFERING
                 END-READ
              END-IF
           END-PERFORM.
      * End PRINT-DROPPED-OFFERINGS.

       PRINT-DROPPED-OFFERING.
           IF GoneCount EQUAL 0
              MOVE 'Offered at census, no longer offered'
                 TO ReportLine
              PERFORM WRITE-SECTION-HEADING
           END-IF.
           ADD 1 TO GoneCount.
           MOVE CnHeads TO tempNum.
           MOVE SPACES TO ReportLine.
           STRING CnItem ' - ' FUNCTION TRIM(tempNum)
              ' enrolled at census'
              DELIMITED BY SIZE INTO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End PRINT-DROPPED-OFFERING.

      *Replaces the term's snapshot with this run's figures: every
      *record the term had is deleted first, so a major or course
      *that has since gone does not linger from an earlier census.
       SAVE-CENSUS-SNAPSHOT.
           MOVE censusTerm TO CnTerm.
           MOVE LOW-VALUES TO CnType.
           MOVE LOW-VALUES TO CnItem.
           MOVE 'N' TO CensusEOF.
           START CENSUSFILE KEY IS GREATER THAN CnKey
              INVALID KEY MOVE 'Y' TO CensusEOF
           END-START.
           PERFORM UNTIL CensusEOF = 'Y'
              READ CENSUSFILE NEXT RECORD
                 AT END MOVE 'Y' TO CensusEOF
              END-READ
              IF CensusEOF NOT EQUAL 'Y'
              AND CnTerm NOT EQUAL censusTerm
                 MOVE 'Y' TO CensusEOF
              END-IF
              IF CensusEOF NOT EQUAL 'Y'
                 DELETE CENSUSFILE RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: Unable to clear the earlier'
                          ' census for ' FUNCTION TRIM(censusTerm)
                       MOVE 'Y' TO RunFailed
                       MOVE 'Y' TO CensusEOF
                 END-DELETE
              END-IF
           END-PERFORM.
           IF RunFailed EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CENSUS-REC.
           MOVE 'H' TO CnType.
           MOVE totHeads TO CnHeads.
           MOVE totHours TO CnHours.
           SET CnCap TO 0.
           PERFORM WRITE-CENSUS-REC.
           SET majIdx TO 1.
           PERFORM UNTIL majIdx > majCount
              MOVE SPACES TO CENSUS-REC
              MOVE 'M' TO CnType
              MOVE majName(majIdx) TO CnItem
              MOVE majHeads(majIdx) TO CnHeads
              MOVE majHours(majIdx) TO CnHours
              SET CnCap TO 0
              PERFORM WRITE-CENSUS-REC
              ADD 1 TO majIdx
           END-PERFORM.
           MOVE SPACES TO CENSUS-REC.
           MOVE 'F' TO CnType.
           MOVE 'FULL-TIME' TO CnItem.
           MOVE ftHeads TO CnHeads.
           MOVE ftHours TO CnHours.
           SET CnCap TO 0.
           PERFORM WRITE-CENSUS-REC.
           MOVE SPACES TO CENSUS-REC.
           MOVE 'F' TO CnType.
           MOVE 'PART-TIME' TO CnItem.
           MOVE ptHeads TO CnHeads.
           MOVE ptHours TO CnHours.
           SET CnCap TO 0.
           PERFORM WRITE-CENSUS-REC.

           MOVE 'N' TO OfferEOF.
           MOVE LOW-VALUES TO OfferKey.
           START OFFERFILE KEY IS GREATER THAN OfferKey
              INVALID KEY MOVE 'Y' TO OfferEOF
           END-START.
           PERFORM UNTIL OfferEOF = 'Y'
              READ OFFERFILE NEXT RECORD
                 AT END MOVE 'Y' TO OfferEOF
              END-READ
              IF OfferEOF NOT EQUAL 'Y'
              AND OfTerm EQUAL censusTerm
                 MOVE SPACES TO CENSUS-REC
                 MOVE 'C' TO CnType
                 MOVE OfCourse TO CnItem
                 MOVE OfEnrolled TO CnHeads
                 SET CnHours TO 0
                 MOVE OfSeatCap TO CnCap
                 PERFORM WRITE-CENSUS-REC
              END-IF
           END-PERFORM.
      * End SAVE-CENSUS-SNAPSHOT.

       WRITE-CENSUS-REC.
           MOVE censusTerm TO CnTerm.
           MOVE runStamp TO CnStamp.
           WRITE CENSUS-REC
              INVALID KEY
                 DISPLAY 'ERROR: Unable to record census figure '
                    CnType ' ' FUNCTION TRIM(CnItem)
                 MOVE 'Y' TO RunFailed
           END-WRITE.
      * End WRITE-CENSUS-REC.

       WRITE-SECTION-HEADING.
           MOVE ReportLine TO HoldLine.
           MOVE SPACES TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
           MOVE HoldLine TO ReportLine.
           PERFORM WRITE-REPORT-LINE.
      * End WRITE-SECTION-HEADING.

       LOG-CENSUS-RUN.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE totHeads TO tempNum.
           MOVE SPACES TO RunLogLine.
           IF takeCensus EQUAL 'Y' AND RunFailed NOT EQUAL 'Y'
              STRING RunLogTimestamp ' TermCensus '
                 FUNCTION TRIM(censusTerm)
                 ' CENSUS RECORDED - ' FUNCTION TRIM(tempNum)
                 ' student(s)'
                 DELIMITED BY SIZE INTO RunLogLine
           ELSE
              STRING RunLogTimestamp ' TermCensus '
                 FUNCTION TRIM(censusTerm)
                 ' REPORTED - ' FUNCTION TRIM(tempNum)
                 ' student(s) to ' FUNCTION TRIM(CensusRptName)
                 DELIMITED BY SIZE INTO RunLogLine
           END-IF.
           OPEN EXTEND RUNLOGFILE.
           IF RunLogFileStatus NOT EQUAL '00'
              OPEN OUTPUT RUNLOGFILE
           END-IF.
           WRITE RUNLOG-REC FROM RunLogLine.
           CLOSE RUNLOGFILE.
      * End LOG-CENSUS-RUN.

      *Hands this run's completion status back to Dispatcher, with
      *the courses reported, the courses flagged under- or
      *over-filled, and the students counted. Rewritten whole every
      *run, so a stale file from an earlier job can't be read back
      *as this one's result.
       WRITE-JOB-STATUS.
           MOVE SPACES TO JOBSTAT-REC.
           MOVE 'TermCensus' TO JsProgram.
           IF RunFailed EQUAL 'Y'
              MOVE 'FAILED' TO JsStatus
           ELSE
              MOVE 'OK' TO JsStatus
           END-IF.
           MOVE CourseCount TO JsSections.
           COMPUTE JsExceptions = UnderCount + OverCount.
           MOVE totHeads TO JsStudents.
           OPEN OUTPUT JOBSTATFILE.
           IF JobStatFileStatus EQUAL '00'
              WRITE JOBSTAT-REC
              CLOSE JOBSTATFILE
           END-IF.
      * End WRITE-JOB-STATUS.

       WRITE-REPORT-LINE.
           WRITE CENSUSRPT-REC FROM ReportLine.
           ADD 1 TO ReportLineCount.
           MOVE SPACES TO ReportLine.
           IF ReportLineCount >= LinesPerPage
              PERFORM PRINT-PAGE-HEADER
           END-IF.
      * End WRITE-REPORT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO ReportPageNum.
           IF ReportPageNum > 1
              MOVE SPACES TO CENSUSRPT-REC
              WRITE CENSUSRPT-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE CurrentDate(5:2) TO ReportDate-MM.
           MOVE CurrentDate(7:2) TO ReportDate-DD.
           MOVE CurrentDate(1:4) TO ReportDate-YYYY.
           MOVE SPACES TO CENSUSRPT-REC.
           MOVE 'Term Enrollment Census' TO CENSUSRPT-REC.
           WRITE CENSUSRPT-REC.
           MOVE SPACES TO CENSUSRPT-REC.
           STRING 'Term: ' FUNCTION TRIM(censusTerm)
              '   Date: ' ReportDate '   Page: ' ReportPageNum
              DELIMITED BY SIZE INTO CENSUSRPT-REC.
           WRITE CENSUSRPT-REC.
           MOVE SPACES TO CENSUSRPT-REC.
           WRITE CENSUSRPT-REC.
           SET ReportLineCount TO 3.
      * End PRINT-PAGE-HEADER.
