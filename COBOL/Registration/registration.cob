           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OfferKey
           FILE STATUS IS OfferFileStatus.
      *The student holds file HoldMaint keeps, keyed on StudentID
      *plus hold type. An active hold that blocks registration
      *refuses every enrollment for the student until it is
      *released.
           SELECT HOLDFILE ASSIGN TO HoldFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HdKey
           FILE STATUS IS HoldFileStatus.
      *The section master SectionMaint keeps, keyed on course plus
      *term plus section number: the section's class gradebook is
      *looked up here rather than typed, and its seat cap is held
      *against the students already on that gradebook.
           SELECT SECTIONFILE ASSIGN TO SectionFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SmKey
           FILE STATUS IS SectionFileStatus.
      *The course-equivalence file CatalogMaint keeps, keyed on the
      *old course name: an attempt under a renumbered or retired
      *name counts as the current course for the prerequisite,
      *duplicate, and hours-completed checks.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.

       DATA DIVISION.
       FILE SECTION.
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

      *The same equivalence layout and key CatalogMaint declares -
      *every reader must agree byte for byte on EQUIV-REC.
       FD EQUIVFILE.
       01 EQUIV-REC.
           05 EqOldCourse PIC X(32).
           05 EqNewCourse PIC X(32).
           05 EqEffTerm PIC X(6).

       WORKING-STORAGE SECTION.
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).

      *The transcript as loaded for the eligibility checks: one row
      *per keyed record read off the transcript master, the same
      *records Auto_Advisor's PARSE-COURSE reads. trnCanon is the
      *current catalog course the attempt counts as - the name
      *itself unless an equivalence maps it.
       01 trnCount PIC 9(3) VALUE 0.
       01 trnArray.
           05 trnRow OCCURS 256 TIMES.
              10 trnGrade PIC X(2).
              10 trnTerm PIC X(6).
              10 trnXferHours PIC 9(3).
              10 trnCanon PIC X(32).
       01 trnIdx PIC 9(3).
       01 trnJdx PIC 9(3).

       01 OfferFileStatus PIC X(2).
       01 offerOpen PIC A(1) VALUE 'N'.

      *Holds working storage - the fixed-name file TERMSTAT.DAT's
      *convention. No file at all simply means no holds have ever
      *been placed.
       01 HoldFileName PIC X(20) VALUE 'HOLDS.DAT'.
       01 HoldFileStatus PIC X(2).
       01 holdOpen PIC A(1) VALUE 'N'.
       01 HoldEOF PIC A(1).

      *Section-master working storage - the same fixed-name
      *convention. With no master on this machine yet, the clerk is
      *asked for the gradebook file the way enrollments always
      *were. sectCap is the chosen section's seat cap (zero when
      *the gradebook was typed), held against the distinct students
      *CHECK-GRADEBOOK finds on it.
       01 SectionFileName PIC X(20) VALUE 'SECTIONS.DAT'.
       01 SectionFileStatus PIC X(2).
       01 sectOpen PIC A(1) VALUE 'N'.
       01 SectEOF PIC A(1).
       01 sectCount PIC 9(3).
       01 sectChoice PIC X(3).
       01 sectNumber PIC X(3).
       01 sectCap PIC 9(4).
       01 sectStuCount PIC 9(4).
       01 sectStuArray.
           05 sectStu PIC X(10) OCCURS 999 TIMES.
       01 sectStuIdx PIC 9(4).

      *Course-equivalence working storage - the same fixed-name
      *convention; no file means no course has ever been renumbered
      *or retired. eqCourse taken in eqTerm goes in, and eqCanon
      *comes back holding the current course it counts as: an old
      *name taken before its effective term follows the mapping,
      *hop by hop when a course has been renumbered more than once.
      *Terms compare on the year-plus-season key Auto_Advisor sorts
      *its term history by.
       01 EquivFileName PIC X(20) VALUE 'EQUIV.DAT'.
       01 EquivFileStatus PIC X(2).
       01 equivOpen PIC A(1) VALUE 'N'.
       01 eqCourse PIC X(32).
       01 eqTerm PIC X(6).
       01 eqCanon PIC X(32).
       01 eqHops PIC 9(1).
       01 eqTakenKey PIC X(5).
       01 enrCanon PIC X(32).
       01 termSortTerm PIC X(6).
       01 termKeyB PIC X(5).

      *Drop and withdrawal working storage. A drop on or before the
      *term's drop deadline takes the enrollment back out of all
      *three places it was written - the planned record, the
      *section's gradebook, and the seat count; a drop after the
      *deadline leaves the record behind graded 'W'. The gradebook
      *is a line-sequential file with no way to delete a row in
      *place, so it is held here whole and written back without
      *the student's 'G' rows.
       01 dropDeadline PIC X(8).
       01 dropDeadlineNum REDEFINES dropDeadline PIC 9(8).
       01 deadlineOk PIC A(1) VALUE 'Y'.
       01 todayDate PIC X(8).
       01 regAction PIC X(1).
       01 dropKind PIC A(1).
       01 gbkCount PIC 9(5) VALUE 0.
       01 gbkArray.
           05 gbkRow PIC X(72) OCCURS 6000 TIMES.
       01 gbkIdx PIC 9(5).
       01 gbkDropped PIC 9(5).

      *Term-load working storage. termHours is the student's load
      *for the enrollment term before the course being worked; a
      *load past OverloadLimit is refused unless someone is named
      *as approving the overload, and the approval is logged. The
      *same 18-hour limit BursarFeed bands its extract by.
       01 OverloadLimit PIC 9(3) VALUE 18.
       01 termHours PIC 9(3).
       01 newTermHours PIC 9(3).
       01 overrideBy PIC X(20).
       01 OverrideCount PIC 9(5) VALUE 0.
       01 tempNum2 PIC Z(5)9.

       01 EnrollCount PIC 9(5) VALUE 0.
       01 RefuseCount PIC 9(5) VALUE 0.
       01 DropCount PIC 9(5) VALUE 0.
       01 WithdrawCount PIC 9(5) VALUE 0.
       01 tempNum PIC Z(5)9.

      *Run/audit log working storage.
              CLOSE TRANSMFILE
              GOBACK
           END-IF.
      *The deadline decides what a drop does: on or before it the
      *enrollment is removed outright, after it the record stays
      *and is graded 'W'. It is required: a blank would let a late
      *drop remove an enrollment that should have been left as a
      *'W', with nothing on the audit line to show it.
           DISPLAY 'Drop deadline (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT dropDeadline.
           IF dropDeadline IS NOT NUMERIC
              MOVE 'N' TO deadlineOk
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(dropDeadlineNum)
                 NOT EQUAL 0
                 MOVE 'N' TO deadlineOk
              END-IF
           END-IF.
           IF deadlineOk NOT EQUAL 'Y'
              DISPLAY 'REJECTED: drop deadline must be YYYYMMDD'
              CLOSE CATALOGFILE
              CLOSE TRANSMFILE
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate.
           DISPLAY 'Course offerings file (blank = none): '
              WITH NO ADVANCING.
           ACCEPT OfferFileName.
              END-IF
           END-IF.

           MOVE 'N' TO holdOpen.
           OPEN INPUT HOLDFILE.
           IF HoldFileStatus EQUAL '00'
              MOVE 'Y' TO holdOpen
           END-IF.
           MOVE 'N' TO sectOpen.
           OPEN INPUT SECTIONFILE.
           IF SectionFileStatus EQUAL '00'
              MOVE 'Y' TO sectOpen
           END-IF.
           MOVE 'N' TO equivOpen.
           OPEN INPUT EQUIVFILE.
           IF EquivFileStatus EQUAL '00'
              MOVE 'Y' TO equivOpen
           END-IF.

           PERFORM LOAD-TRANSCRIPT.
           PERFORM SUM-COMPLETED-HOURS.

           MOVE 'N' TO enrDone.
           PERFORM UNTIL enrDone = 'Y'
              DISPLAY ' '
              DISPLAY 'E - Enroll, D - Drop/withdraw (blank to stop): '
                 WITH NO ADVANCING
              ACCEPT regAction
              MOVE FUNCTION UPPER-CASE(regAction) TO regAction
              EVALUATE regAction
                 WHEN SPACE
                    MOVE 'Y' TO enrDone
                 WHEN 'E'
                    DISPLAY 'Course to enroll: ' WITH NO ADVANCING
                    ACCEPT enrCourse
                    IF FUNCTION TRIM(enrCourse) NOT EQUAL SPACES
                       PERFORM PROCESS-ENROLLMENT
                    END-IF
                 WHEN 'D'
                    DISPLAY 'Course to drop: ' WITH NO ADVANCING
                    ACCEPT enrCourse
                    IF FUNCTION TRIM(enrCourse) NOT EQUAL SPACES
                       PERFORM PROCESS-DROP
                    END-IF
                 WHEN OTHER
                    DISPLAY 'Unrecognized choice: ' regAction
              END-EVALUATE
           END-PERFORM.

           CLOSE CATALOGFILE.
           IF offerOpen EQUAL 'Y'
              CLOSE OFFERFILE
           END-IF.
           IF holdOpen EQUAL 'Y'
              CLOSE HOLDFILE
           END-IF.
           IF sectOpen EQUAL 'Y'
              CLOSE SECTIONFILE
           END-IF.
           IF equivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
           MOVE EnrollCount TO tempNum.
           DISPLAY 'Enrollments written: ' FUNCTION TRIM(tempNum).
           MOVE RefuseCount TO tempNum.
           DISPLAY 'Enrollments refused: ' FUNCTION TRIM(tempNum).
           MOVE DropCount TO tempNum.
           DISPLAY 'Enrollments dropped: ' FUNCTION TRIM(tempNum).
           MOVE WithdrawCount TO tempNum.
           DISPLAY 'Enrollments withdrawn: ' FUNCTION TRIM(tempNum).
           MOVE OverrideCount TO tempNum.
           DISPLAY 'Overload overrides: ' FUNCTION TRIM(tempNum).
      *GOBACK rather than STOP RUN: behaves exactly like STOP RUN when
      *this program is run as its own executable (the normal case),
      *but returns control to a caller instead of ending the whole
       PROCESS-ENROLLMENT.
           MOVE 'Y' TO enrOk.
           MOVE SPACES TO enrReason.
           PERFORM CHOOSE-SECTION.
           PERFORM BUILD-SECTION-KEY.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-HOLDS
           END-IF.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-CATALOG
           END-IF.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-DUPLICATE
           END-IF.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-GRADEBOOK
           END-IF.
      *Last of the checks, so an override is never asked for on an
      *enrollment some other rule refuses anyway.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-TERM-LOAD
           END-IF.
      *The gradebook append goes first and can still refuse the
      *enrollment - that way a failed append leaves no planned
      *transcript record behind, keeping the both-files-or-neither
              ADD 1 TO EnrollCount
              DISPLAY 'Enrolled ' FUNCTION TRIM(enrCourse)
                 ' for ' FUNCTION TRIM(enrStudent)
              MOVE newTermHours TO tempNum
              DISPLAY 'Term load now ' FUNCTION TRIM(tempNum)
                 ' hours'
              PERFORM LOG-ENROLLMENT
              IF FUNCTION TRIM(overrideBy) NOT EQUAL SPACES
                 ADD 1 TO OverrideCount
                 PERFORM LOG-OVERLOAD-OVERRIDE
              END-IF
           ELSE
              ADD 1 TO RefuseCount
              DISPLAY 'REFUSED: ' FUNCTION TRIM(enrCourse)
           END-IF.
      * End PROCESS-ENROLLMENT.

      *Works one drop end to end, the reverse of PROCESS-ENROLLMENT
      *and held to the same both-files-or-neither promise: every
      *check passes and the gradebook is read whole before anything
      *is changed, and a failed gradebook rewrite puts the planned
      *record back. Before the deadline the planned record and the
      *student's 'G' rows go; after it the record becomes a 'W',
      *which Auto_Advisor and GradClear already read as a withdrawn
      *attempt. Either way the seat is given back.
       PROCESS-DROP.
           MOVE 'Y' TO enrOk.
           MOVE SPACES TO enrReason.
           PERFORM CHOOSE-SECTION.
           PERFORM BUILD-SECTION-KEY.
           IF enrOk EQUAL 'Y'
              PERFORM CHECK-DROP-RECORD
           END-IF.
           IF enrOk EQUAL 'Y' AND dropKind EQUAL 'D'
              PERFORM LOAD-DROP-GRADEBOOK
              PERFORM CHECK-DROP-GRADEBOOK
           END-IF.
           IF enrOk EQUAL 'Y'
              IF dropKind EQUAL 'D'
                 PERFORM DROP-ENROLLMENT
              ELSE
                 PERFORM WITHDRAW-ENROLLMENT
              END-IF
           END-IF.
           IF enrOk EQUAL 'Y'
              PERFORM RELEASE-SEAT
              PERFORM NOTE-DROPPED-ROW
              IF dropKind EQUAL 'D'
                 ADD 1 TO DropCount
                 DISPLAY 'Dropped ' FUNCTION TRIM(enrCourse)
                    ' for ' FUNCTION TRIM(enrStudent)
                 PERFORM LOG-DROP
              ELSE
                 ADD 1 TO WithdrawCount
                 DISPLAY 'Withdrew ' FUNCTION TRIM(enrStudent)
                    ' from ' FUNCTION TRIM(enrCourse) ' - graded W'
                 PERFORM LOG-WITHDRAWAL
              END-IF
           ELSE
              ADD 1 TO RefuseCount
              DISPLAY 'REFUSED: drop of ' FUNCTION TRIM(enrCourse)
                 ' - ' FUNCTION TRIM(enrReason)
              PERFORM LOG-DROP-REFUSAL
           END-IF.
      * End PROCESS-DROP.

      *Only a planned (still ungraded) enrollment for this term can
      *be dropped - a graded record is GradeChange's business, not
      *Registration's. The deadline check decides which kind of drop
      *this is; a drop on the deadline day itself still counts as
      *before it.
       CHECK-DROP-RECORD.
           MOVE 'D' TO dropKind.
           IF todayDate > dropDeadline
              MOVE 'W' TO dropKind
           END-IF.
           MOVE enrStudent TO TmStudent.
           MOVE enrCourse TO TmCourse.
           MOVE enrTerm TO TmTerm.
           READ TRANSMFILE
              INVALID KEY
                 MOVE 'N' TO enrOk
                 MOVE SPACES TO enrReason
                 STRING 'not enrolled in '
                    FUNCTION TRIM(enrTerm)
                    DELIMITED BY SIZE INTO enrReason
              NOT INVALID KEY
                 IF TmGrade NOT EQUAL SPACES
                    MOVE 'N' TO enrOk
                    MOVE SPACES TO enrReason
                    STRING 'already graded '
                       FUNCTION TRIM(TmGrade)
                       DELIMITED BY SIZE INTO enrReason
                 END-IF
           END-READ.
      * End CHECK-DROP-RECORD.

      *Reads the section's gradebook whole, keeping every row but
      *the student's own 'G' rows, so the rewrite below is a single
      *OPEN OUTPUT that cannot be left half done by a refusal.
       LOAD-DROP-GRADEBOOK.
           SET gbkCount TO 0.
           SET gbkDropped TO 0.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              MOVE 'N' TO enrOk
              MOVE 'unable to open class gradebook' TO enrReason
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

      *A student with no 'G' rows on the gradebook just read is not
      *in that section - most often the wrong one of several was
      *picked. The drop is refused before anything is changed, or
      *the planned record and the seat would go while the student's
      *rows stayed behind on the real section's gradebook.
       CHECK-DROP-GRADEBOOK.
           IF enrOk EQUAL 'Y' AND gbkDropped EQUAL 0
              MOVE 'N' TO enrOk
              MOVE SPACES TO enrReason
              IF sectNumber NOT EQUAL SPACES
                 STRING 'not on section ' FUNCTION TRIM(sectNumber)
                    '''s gradebook'
                    DELIMITED BY SIZE INTO enrReason
              ELSE
                 STRING 'not on gradebook '
                    FUNCTION TRIM(ClassFileName)
                    DELIMITED BY SIZE INTO enrReason
              END-IF
           END-IF.
      * End CHECK-DROP-GRADEBOOK.

      *Deletes the planned record, then writes the gradebook back
      *without the student's rows. Should the gradebook refuse to
      *open for output, the planned record is written back as it
      *was and the drop is refused, so neither file is changed.
       DROP-ENROLLMENT.
           MOVE enrStudent TO TmStudent.
           MOVE enrCourse TO TmCourse.
           MOVE enrTerm TO TmTerm.
           DELETE TRANSMFILE RECORD
              INVALID KEY
                 MOVE 'N' TO enrOk
                 MOVE 'unable to remove the planned record'
                    TO enrReason
           END-DELETE.
           IF enrOk NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
              PERFORM WRITE-TRANSCRIPT-LINE
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

      *After the deadline the planned record stays on the master
      *and is graded 'W'; the gradebook keeps the student's rows as
      *the record of the work done before the withdrawal.
       WITHDRAW-ENROLLMENT.
           MOVE 'W' TO TmGrade.
           REWRITE TRANSM-REC
              INVALID KEY
                 MOVE 'N' TO enrOk
                 MOVE 'unable to grade the planned record W'
                    TO enrReason
           END-REWRITE.
      * End WITHDRAW-ENROLLMENT.

      *The dropped or withdrawn enrollment gives its seat back, so
      *the next student through sees the freed place.
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

      *The in-memory transcript follows the master: a dropped row
      *is blanked out so the course can be enrolled again this
      *session, a withdrawn one carries its 'W'.
       NOTE-DROPPED-ROW.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnName(trnIdx) EQUAL enrCourse
              AND trnTerm(trnIdx) EQUAL enrTerm
              AND trnGrade(trnIdx) EQUAL SPACES
                 IF dropKind EQUAL 'D'
                    MOVE SPACES TO trnName(trnIdx)
                    MOVE SPACES TO trnTerm(trnIdx)
                    MOVE SPACES TO trnCanon(trnIdx)
                 ELSE
                    MOVE 'W' TO trnGrade(trnIdx)
                 END-IF
                 EXIT PERFORM
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
      * End NOTE-DROPPED-ROW.

      *Finds the section's class gradebook on the section master:
      *a course with one section this term takes it without a
      *question, one with several lists them and asks which, and a
      *course with none is refused - an enrollment must land in a
      *real section. Without a section master at all the clerk
      *types the gradebook file, as before.
       CHOOSE-SECTION.
           MOVE SPACES TO ClassFileName.
           MOVE SPACES TO sectNumber.
           SET sectCap TO 0.
           IF sectOpen NOT EQUAL 'Y'
              DISPLAY 'Class gradebook file: ' WITH NO ADVANCING
              ACCEPT ClassFileName
              EXIT PARAGRAPH
           END-IF.
           SET sectCount TO 0.
           PERFORM START-SECTION-SCAN.
           PERFORM UNTIL SectEOF = 'Y'
              PERFORM READ-NEXT-SECTION
              IF SectEOF NOT EQUAL 'Y'
                 ADD 1 TO sectCount
                 IF sectCount EQUAL 1
                    PERFORM TAKE-SECTION
                 END-IF
              END-IF
           END-PERFORM.
           IF sectCount EQUAL 0
              MOVE 'N' TO enrOk
              MOVE SPACES TO enrReason
              STRING 'no section on the section master for '
                 FUNCTION TRIM(enrTerm)
                 DELIMITED BY SIZE INTO enrReason
              EXIT PARAGRAPH
           END-IF.
           IF sectCount > 1
              PERFORM START-SECTION-SCAN
              PERFORM UNTIL SectEOF = 'Y'
                 PERFORM READ-NEXT-SECTION
                 IF SectEOF NOT EQUAL 'Y'
                    DISPLAY '  Section ' SmSection '  '
                       FUNCTION TRIM(SmInstructor) '  '
                       FUNCTION TRIM(SmGradebook)
                 END-IF
              END-PERFORM
              DISPLAY 'Section number: ' WITH NO ADVANCING
              ACCEPT sectChoice
              MOVE enrCourse TO SmCourse
              MOVE enrTerm TO SmTerm
              MOVE sectChoice TO SmSection
              READ SECTIONFILE
                 INVALID KEY
                    MOVE SPACES TO ClassFileName
                    MOVE 'N' TO enrOk
                    MOVE SPACES TO enrReason
                    STRING 'no section ' FUNCTION TRIM(sectChoice)
                       ' in ' FUNCTION TRIM(enrTerm)
                       DELIMITED BY SIZE INTO enrReason
                 NOT INVALID KEY
                    PERFORM TAKE-SECTION
              END-READ
           END-IF.
           IF enrOk EQUAL 'Y'
              DISPLAY 'Section ' FUNCTION TRIM(sectNumber)
                 ' - gradebook ' FUNCTION TRIM(ClassFileName)
           END-IF.
      * End CHOOSE-SECTION.

      *Positions the section master at the course's first section
      *for the term - course and term lead the key, so the
      *sections are contiguous.
       START-SECTION-SCAN.
           MOVE 'N' TO SectEOF.
           MOVE enrCourse TO SmCourse.
           MOVE enrTerm TO SmTerm.
           MOVE LOW-VALUES TO SmSection.
           START SECTIONFILE KEY IS GREATER THAN SmKey
              INVALID KEY MOVE 'Y' TO SectEOF
           END-START.
      * End START-SECTION-SCAN.

       READ-NEXT-SECTION.
           READ SECTIONFILE NEXT RECORD
              AT END MOVE 'Y' TO SectEOF
           END-READ.
           IF SectEOF NOT EQUAL 'Y'
           AND (SmCourse NOT EQUAL enrCourse
              OR SmTerm NOT EQUAL enrTerm)
              MOVE 'Y' TO SectEOF
           END-IF.
      * End READ-NEXT-SECTION.

       TAKE-SECTION.
           MOVE SmGradebook TO ClassFileName.
           MOVE SmSection TO sectNumber.
           MOVE SmSeatCap TO sectCap.
      * End TAKE-SECTION.

      *A student carrying an active hold that blocks registration
      *may not be enrolled in anything - the first such hold found
      *names the refusal. A hold is active while its release date
      *is blank or not yet reached, the test HoldMaint applies.
       CHECK-HOLDS.
           IF holdOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO HoldEOF.
           MOVE enrStudent TO HdStudent.
           MOVE LOW-VALUES TO HdType.
           START HOLDFILE KEY IS GREATER THAN HdKey
              INVALID KEY MOVE 'Y' TO HoldEOF
           END-START.
           PERFORM UNTIL HoldEOF = 'Y'
              READ HOLDFILE NEXT RECORD
                 AT END MOVE 'Y' TO HoldEOF
              END-READ
              IF HoldEOF NOT EQUAL 'Y'
              AND HdStudent NOT EQUAL enrStudent
                 MOVE 'Y' TO HoldEOF
              END-IF
              IF HoldEOF NOT EQUAL 'Y'
              AND HdRegBlock EQUAL 'Y'
              AND (HdRelease EQUAL SPACES OR HdRelease > todayDate)
                 MOVE 'N' TO enrOk
                 MOVE SPACES TO enrReason
                 STRING 'active ' FUNCTION TRIM(HdType)
                    ' hold placed ' HdPlaced ' by '
                    FUNCTION TRIM(HdPlacedBy)
                    DELIMITED BY SIZE INTO enrReason
                 MOVE 'Y' TO HoldEOF
              END-IF
           END-PERFORM.
      * End CHECK-HOLDS.

      *The course must be in the catalog at all - its hours and
      *prerequisites drive everything below.
       CHECK-CATALOG.
      *grades LIST-COURSES recognizes) must not be enrolled again,
      *and neither must one already planned and still ungraded.
      *A D, F, W, or NP attempt is the retake case the advising
      *list itself offers, so it passes. An attempt under an old
      *name counts as the course it is equivalent to.
       CHECK-DUPLICATE.
           MOVE enrCourse TO eqCourse.
           MOVE enrTerm TO eqTerm.
           PERFORM RESOLVE-EQUIVALENT.
           MOVE eqCanon TO enrCanon.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF FUNCTION TRIM(trnCanon(trnIdx)) EQUAL
                 FUNCTION TRIM(enrCanon)
                 IF trnGrade(trnIdx) EQUAL 'A' OR
                    trnGrade(trnIdx) EQUAL 'B' OR
                    trnGrade(trnIdx) EQUAL 'C' OR
      *One AND term: a hyphenated standing or hours-completed rule
      *is checked against the student's own hours, exactly as
      *EVAL-PREQ-TERM does; anything else is a course name that must
      *carry a completing grade (A, B, C, or P) on the transcript -
      *under that name, or under an old name equivalent to it.
       CHECK-PREREQ-TERM.
           MOVE SPACES TO prqTok1.
           MOVE SPACES TO prqTok2.
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
              SET reqStanding TO 4.
      * End STANDING-LEVEL.

      *The student's load for the enrollment term: catalog hours of
      *every record already on the transcript for that term,
      *except a withdrawal (the seat is given back) and transfer
      *credit (no seat was ever taken). A course that would carry
      *the load past OverloadLimit is refused unless the clerk
      *names who approved the overload; that name goes on the
      *enrollment's own OVERLOAD audit line.
       CHECK-TERM-LOAD.
           MOVE SPACES TO overrideBy.
           SET termHours TO 0.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
              IF trnTerm(trnIdx) EQUAL enrTerm
              AND trnName(trnIdx) NOT EQUAL SPACES
              AND trnGrade(trnIdx) NOT EQUAL 'W'
              AND trnGrade(trnIdx) NOT EQUAL 'TR'
                 MOVE trnName(trnIdx) TO CatName
                 READ CATALOGFILE
                    INVALID KEY
                       MOVE trnCanon(trnIdx) TO CatName
                       READ CATALOGFILE
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD CatHours TO termHours
                       END-READ
                    NOT INVALID KEY
                       ADD CatHours TO termHours
                 END-READ
              END-IF
              ADD 1 TO trnIdx
           END-PERFORM.
           COMPUTE newTermHours = termHours + enrHours.
           IF newTermHours NOT > OverloadLimit
              EXIT PARAGRAPH
           END-IF.
           MOVE newTermHours TO tempNum.
           MOVE OverloadLimit TO tempNum2.
           DISPLAY 'Term load would be ' FUNCTION TRIM(tempNum)
              ' hours - over the ' FUNCTION TRIM(tempNum2)
              '-hour limit'.
           DISPLAY 'Overload approved by (blank = refuse): '
              WITH NO ADVANCING.
           ACCEPT overrideBy.
           IF FUNCTION TRIM(overrideBy) EQUAL SPACES
              MOVE 'N' TO enrOk
              MOVE SPACES TO enrReason
              STRING 'term load ' FUNCTION TRIM(tempNum)
                 ' hours over the ' FUNCTION TRIM(tempNum2)
                 '-hour limit'
                 DELIMITED BY SIZE INTO enrReason
           END-IF.
      * End CHECK-TERM-LOAD.

      *With an offerings file in play, the course must be offered in
      *the enrollment term and the section must have a seat left.
       CHECK-OFFERING.
       CHECK-GRADEBOOK.
           MOVE SPACES TO firstAsgName.
           MOVE 'N' TO alreadyEnrolled.
           SET sectStuCount TO 0.
           MOVE 'N' TO ClassEOF.
           OPEN INPUT CLASSFILE.
           IF ClassFileStatus NOT EQUAL '00'
                          IF CbGrStudent EQUAL enrStudent
                             MOVE 'Y' TO alreadyEnrolled
                          END-IF
                          PERFORM NOTE-SECTION-STUDENT
                    END-EVALUATE
                 END-IF
              END-PERFORM
                 MOVE 'gradebook has no assignment definitions yet'
                    TO enrReason
              END-IF
              IF enrOk EQUAL 'Y' AND sectCap > 0
              AND sectStuCount >= sectCap
                 MOVE 'N' TO enrOk
                 MOVE SPACES TO enrReason
                 STRING 'section ' FUNCTION TRIM(sectNumber)
                    ' is full'
                    DELIMITED BY SIZE INTO enrReason
              END-IF
           END-IF.
      * End CHECK-GRADEBOOK.

      *Each student on the gradebook counted once, however many
      *'G' rows they carry - the section's enrollment the seat cap
      *is held against. A student withdrawn from the course keeps
      *their rows as the record of the work done, but has given the
      *seat back, so a 'W' on the transcript master for this course
      *and term leaves them out of the count.
       NOTE-SECTION-STUDENT.
           SET sectStuIdx TO 1.
           PERFORM UNTIL sectStuIdx > sectStuCount
              IF sectStu(sectStuIdx) EQUAL CbGrStudent
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO sectStuIdx
           END-PERFORM.
           MOVE CbGrStudent TO TmStudent.
           MOVE enrCourse TO TmCourse.
           MOVE enrTerm TO TmTerm.
           READ TRANSMFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TmGrade EQUAL 'W'
                    EXIT PARAGRAPH
                 END-IF
           END-READ.
           IF sectStuCount < 999
              ADD 1 TO sectStuCount
              MOVE CbGrStudent TO sectStu(sectStuCount)
           END-IF.
      * End NOTE-SECTION-STUDENT.

      *Writes the planned transcript record - blank grade under the
      *student/course/term key, the record PARSE-COURSE reads back
      *as a plan and GradePost later fills in place with a REWRITE.
              MOVE enrCourse TO trnName(trnCount)
              MOVE SPACES TO trnGrade(trnCount)
              MOVE enrTerm TO trnTerm(trnCount)
              MOVE enrCanon TO trnCanon(trnCount)
           END-IF.
      * End NOTE-TRANSCRIPT-ROW.

                 MOVE TmGrade TO trnGrade(trnCount)
                 MOVE TmTerm TO trnTerm(trnCount)
                 MOVE TmXferHours TO trnXferHours(trnCount)
                 MOVE TmCourse TO eqCourse
                 MOVE TmTerm TO eqTerm
                 PERFORM RESOLVE-EQUIVALENT
                 MOVE eqCanon TO trnCanon(trnCount)
              END-IF
           END-PERFORM.
      * End LOAD-TRANSCRIPT.
      *Completed hours from the completing grades (A, B, C, P), each
      *course counted once however many attempts it carries - then
      *the 30/60/90 standing breaks Auto_Advisor applies. Hours come
      *from the catalog, the system of record for them. An old name
      *and its current equivalent are one course here, and a
      *retired name no longer in the catalog completes at the
      *current course's hours.
       SUM-COMPLETED-HOURS.
           SET compHours TO 0.
           SET trnIdx TO 1.
                 trnGrade(trnIdx) EQUAL 'TR'
                 SET trnJdx TO 1
                 PERFORM UNTIL trnJdx EQUAL trnIdx
                    IF FUNCTION TRIM(trnCanon(trnJdx)) EQUAL
                       FUNCTION TRIM(trnCanon(trnIdx))
                    AND (trnGrade(trnJdx) EQUAL 'A' OR
                       trnGrade(trnJdx) EQUAL 'B' OR
                       trnGrade(trnJdx) EQUAL 'C' OR
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
           IF compHours >= 90 SET stuStanding TO 4.
      * End SUM-COMPLETED-HOURS.

      *The current catalog course eqCourse, taken in eqTerm, counts
      *as. Each hop reads the mapping for the name in hand and
      *follows it only when the attempt predates its effective
      *term; a name with no mapping, or one taken on or after the
      *effective term, is the course itself. Eight hops is far past
      *any real chain of renumberings, and CatalogMaint refuses to
      *write a loop.
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
      *spring, then summer, then fall - Auto_Advisor's sort key. A
      *blank term (older records carry none) sorts ahead of every
      *real one.
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

      *The gradebook:student token, spelled the way GradeReport
      *spells a class-gradebook sectionKey, so the audit line lines
      *up with the section's own grade-run lines.
           PERFORM APPEND-RUN-LOG.
      * End LOG-ENROLLMENT.

      *An enrollment past the overload limit, and who let it
      *through - the approval is only as good as the trace it
      *leaves.
       LOG-OVERLOAD-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE newTermHours TO tempNum.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Registration '
              FUNCTION TRIM(enrStudent)
              ' OVERLOAD ' FUNCTION TRIM(tempNum) ' hours '
              FUNCTION TRIM(enrTerm) ' approved by '
              FUNCTION TRIM(overrideBy)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-OVERLOAD-OVERRIDE.

      *A refused enrollment is as much evidence as a written one -
      *it gets its own audit line instead of only a terminal
      *warning, the way GradePost logs its refusals.
           PERFORM APPEND-RUN-LOG.
      * End LOG-REFUSAL.

      *A drop before the deadline: the planned record, the gradebook
      *rows, and the seat all gone together.
       LOG-DROP.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE gbkDropped TO tempNum.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Registration '
              FUNCTION TRIM(sectionKey)
              ' DROPPED ' FUNCTION TRIM(enrCourse) '|'
              FUNCTION TRIM(enrTerm)
              ' planned record and ' FUNCTION TRIM(tempNum)
              ' gradebook row(s) removed'
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-DROP.

      *A drop after the deadline: the planned record graded 'W'.
       LOG-WITHDRAWAL.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Registration '
              FUNCTION TRIM(sectionKey)
              ' WITHDRAWN ' FUNCTION TRIM(enrCourse) '|'
              FUNCTION TRIM(enrTerm)
              ' graded W after the drop deadline'
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-WITHDRAWAL.

      *A refused drop leaves its own line, the way a refused
      *enrollment does.
       LOG-DROP-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO RunLogTimestamp.
           MOVE SPACES TO RunLogLine.
           STRING RunLogTimestamp ' Registration '
              FUNCTION TRIM(sectionKey)
              ' DROP REFUSED - ' FUNCTION TRIM(enrCourse)
              ' ' FUNCTION TRIM(enrReason)
              DELIMITED BY SIZE INTO RunLogLine.
           PERFORM APPEND-RUN-LOG.
      * End LOG-DROP-REFUSAL.

      *EXTEND fails with a file-not-found status the first time the
      *log doesn't exist yet on this machine - fall back to OUTPUT so
      *the very first run still creates it instead of abending.
