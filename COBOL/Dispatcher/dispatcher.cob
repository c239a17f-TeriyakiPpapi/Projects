      * Front-end menu over GradeReport, Auto_Advisor, GradePost,
      * CatalogMaint, LogManager, MasterUtil, BursarFeed,
      * IntegritySweep, PreqRecheck, TermCensus, MissingGrades, and
      * the QUICKSORT demo, so the real end-of-term sequence - a
      * master backup, grade reports, then posting, then advising,
      * then the log roll - is one job instead of a person standing
      * between the steps.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      Dispatcher.
       AUTHOR.          Nathan Kiehl.
       PERFORM UNTIL done-flag EQUAL 'Y'
          ADD 1 TO job-num
          DISPLAY 'Job (GRADEREPORT/ADVISOR/GRADEPOST/CATALOGMAINT'
             '/LOGMANAGER/MASTERUTIL/BURSARFEED/INTEGRITY'
             '/PREQCHECK/CENSUS/MISSINGGRADES/SORT/EXIT): '
             WITH NO ADVANCING
          ACCEPT job-command
          MOVE FUNCTION UPPER-CASE(job-command) TO job-command
          MOVE SPACES TO job-keyword
                   WHEN 'GRADEPOST'
                   WHEN 'CATALOGMAINT'
                   WHEN 'LOGMANAGER'
                   WHEN 'MASTERUTIL'
                   WHEN 'BURSARFEED'
                   WHEN 'INTEGRITY'
                   WHEN 'PREQCHECK'
                   WHEN 'CENSUS'
                   WHEN 'MISSINGGRADES'
                   WHEN 'SORT'
                      MOVE 'Y' TO known-job
                   WHEN OTHER
                                  CALL "CatalogMaint"
                               WHEN 'LOGMANAGER'
                                  CALL "LogManager"
                               WHEN 'MASTERUTIL'
                                  CALL "MasterUtil"
                               WHEN 'BURSARFEED'
                                  CALL "BursarFeed"
                               WHEN 'INTEGRITY'
                                  CALL "IntegritySweep"
                               WHEN 'PREQCHECK'
                                  CALL "PreqRecheck"
                               WHEN 'CENSUS'
                                  CALL "TermCensus"
                               WHEN 'MISSINGGRADES'
                                  CALL "MissingGrades"
                               WHEN 'SORT'
                                  CALL "QS"
                            END-EVALUATE
