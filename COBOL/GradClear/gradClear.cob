      *The clearance report, on the shop's usual paginated layout.
           SELECT CLEARFILE ASSIGN TO ClearFileName
           ORGANIZATION IS LINE SEQUENTIAL.
      *The student holds file HoldMaint keeps - an active hold of
      *any type stands between a candidate and the degree.
           SELECT HOLDFILE ASSIGN TO HoldFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HdKey
           FILE STATUS IS HoldFileStatus.
      *The course-equivalence file CatalogMaint keeps: an attempt
      *under a renumbered or retired name earns the current
      *course's category credit and is a repeat of it.
           SELECT EQUIVFILE ASSIGN TO EquivFileName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EqOldCourse
           FILE STATUS IS EquivFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARFILE.
       01 CLEAR-REC PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 CatalogFileName PIC X(20).
       01 CatalogFileStatus PIC X(2).
       01 RosterEOF PIC A(1).
       01 ClearFileName PIC X(20) VALUE 'GRADCLEAR.RPT'.

      *Holds working storage - the fixed-name file TERMSTAT.DAT's
      *convention. No file at all simply means no holds have ever
      *been placed.
       01 HoldFileName PIC X(20) VALUE 'HOLDS.DAT'.
       01 HoldFileStatus PIC X(2).
       01 holdOpen PIC A(1) VALUE 'N'.
       01 HoldEOF PIC A(1).
       01 todayDate PIC X(8).

      *Course-equivalence working storage - the same fixed-name
      *convention; no file means no course has ever been renumbered
      *or retired. eqCourse taken in eqTerm goes in, eqCanon comes
      *back holding the current course it counts as.
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

      *The graduation GPA minimum, asked once per run on the
      *blank-takes-the-default pattern the advising thresholds use.
       01 gradMinimum PIC 9(1)V99 VALUE 2.00.
      *The candidate's transcript rows, with each row's catalog
      *verdict - rows that fail validation are the "unresolved
      *transcript exceptions" blocker, exactly what Auto_Advisor's
      *validation pass would flag. trnCanon is the current catalog
      *course the attempt counts as.
       01 trnCount PIC 9(3).
       01 trnArray.
           05 trnRow OCCURS 256 TIMES.
              10 trnCategory PIC X(10).
              10 trnOk PIC A(1).
              10 trnSuper PIC A(1).
              10 trnCanon PIC X(32).
       01 trnIdx PIC 9(3).
       01 trnJdx PIC 9(3).

              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO todayDate.
           MOVE 'N' TO holdOpen.
           OPEN INPUT HOLDFILE.
           IF HoldFileStatus EQUAL '00'
              MOVE 'Y' TO holdOpen
           END-IF.
           MOVE 'N' TO equivOpen.
           OPEN INPUT EQUIVFILE.
           IF EquivFileStatus EQUAL '00'
              MOVE 'Y' TO equivOpen
           END-IF.

           OPEN OUTPUT CLEARFILE.
           SET ReportPageNum TO 0.
           SET ReportLineCount TO 0.
           IF StudentMasterOpen EQUAL 'Y'
              CLOSE STUDENTFILE
           END-IF.
           IF holdOpen EQUAL 'Y'
              CLOSE HOLDFILE
           END-IF.
           IF equivOpen EQUAL 'Y'
              CLOSE EQUIVFILE
           END-IF.
           MOVE ClearedCount TO tempNum.
           DISPLAY 'Cleared: ' FUNCTION TRIM(tempNum)
              WITH NO ADVANCING.
                 DELIMITED BY SIZE INTO ReportLine
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM CHECK-CANDIDATE-HOLDS.

           IF blockCount EQUAL 0
              MOVE candGpa TO gpaEdit
           END-IF.
      * End CERTIFY-CANDIDATE.

      *Every hold still active on the candidate is its own
      *blocker line, whatever its type - a hold that lets a student
      *register still stands between them and the diploma.
       CHECK-CANDIDATE-HOLDS.
           IF holdOpen NOT EQUAL 'Y'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO HoldEOF.
           MOVE candId TO HdStudent.
           MOVE LOW-VALUES TO HdType.
           START HOLDFILE KEY IS GREATER THAN HdKey
              INVALID KEY MOVE 'Y' TO HoldEOF
           END-START.
           PERFORM UNTIL HoldEOF = 'Y'
              READ HOLDFILE NEXT RECORD
                 AT END MOVE 'Y' TO HoldEOF
              END-READ
              IF HoldEOF NOT EQUAL 'Y'
              AND HdStudent NOT EQUAL candId
                 MOVE 'Y' TO HoldEOF
              END-IF
              IF HoldEOF NOT EQUAL 'Y'
              AND (HdRelease EQUAL SPACES OR HdRelease > todayDate)
                 ADD 1 TO blockCount
                 MOVE SPACES TO ReportLine
                 STRING '  BLOCKED: active ' FUNCTION TRIM(HdType)
                    ' hold placed ' HdPlaced ' by '
                    FUNCTION TRIM(HdPlacedBy)
                    DELIMITED BY SIZE INTO ReportLine
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
      * End CHECK-CANDIDATE-HOLDS.

      *The candidate's records off the master, each with its
      *catalog hours and category: the key leads with StudentID,
      *so the records are contiguous in key order. An attempt under
      *an old name earns the category of the course it is now
      *equivalent to, at the hours it was taken for - or at the
      *current course's hours once the old name has left the
      *catalog.
       LOAD-CANDIDATE-RECORDS.
           SET trnCount TO 0.
           MOVE 'N' TO TransEOF.
                 MOVE TmTerm TO trnTerm(trnCount)
                 MOVE 'Y' TO trnOk(trnCount)
                 MOVE 'N' TO trnSuper(trnCount)
                 MOVE TmCourse TO eqCourse
                 MOVE TmTerm TO eqTerm
                 PERFORM RESOLVE-EQUIVALENT
                 MOVE eqCanon TO trnCanon(trnCount)
                 MOVE TmCourse TO CatName
                 READ CATALOGFILE
                    INVALID KEY
                       MOVE CatHours TO trnHours(trnCount)
                       MOVE CatCategory TO trnCategory(trnCount)
                 END-READ
                 IF trnCanon(trnCount) NOT EQUAL TmCourse
                    MOVE trnCanon(trnCount) TO CatName
                    READ CATALOGFILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE CatCategory TO trnCategory(trnCount)
                          IF trnOk(trnCount) EQUAL 'N'
                             MOVE CatHours TO trnHours(trnCount)
                             MOVE 'Y' TO trnOk(trnCount)
                          END-IF
                    END-READ
                 END-IF
      *A transfer completes at the hours the evaluation granted,
      *not at our catalog section's hours.
                 IF TmGrade EQUAL 'TR' AND TmXferHours > 0
      *Repeat forgiveness, exactly as the advising run applies it:
      *of multiple graded attempts of one course, every attempt but
      *the best is superseded and kept out of the totals; a tie
      *keeps the earlier attempt. Attempts under an old name and
      *its current equivalent are attempts of one course.
       RESOLVE-REPEATS.
           SET trnIdx TO 1.
           PERFORM UNTIL trnIdx > trnCount
                 PERFORM UNTIL trnJdx > trnCount
                    IF trnOk(trnJdx) EQUAL 'Y' AND
                       trnGrade(trnJdx) NOT EQUAL ' ' AND
                       FUNCTION TRIM(trnCanon(trnJdx)) EQUAL
                       FUNCTION TRIM(trnCanon(trnIdx))
                       MOVE trnGrade(trnIdx) TO rankGrade
                       PERFORM GRADE-RANK
                       MOVE rankVal TO rankA
           END-PERFORM.
      * End RESOLVE-REPEATS.

      *The current catalog course eqCourse, taken in eqTerm, counts
      *as. Each hop reads the mapping for the name in hand and
      *follows it only when the attempt predates its effective
      *term; eight hops is far past any real chain of
      *renumberings, and CatalogMaint refuses to write a loop.
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

       GRADE-RANK.
           EVALUATE rankGrade
              WHEN 'A'  MOVE 9 TO rankVal
