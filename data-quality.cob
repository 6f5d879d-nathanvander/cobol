GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 data-quality.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob date-utils.cob business-date.cob report-registry.cob alert-utils.cob param-utils.cob
*>***************************************
*> Scheduled data-quality sweep for the problems we keep finding by
*> accident after person-dedupe's exact-match grouping misses them:
*>
*>   HD01 (E) hire_date after the business date (hired in the future)
*>   HD02 (E) hire_date before the company existed (pre-1975, the
*>            COMPANY-FOUNDED-DATE business parameter in force on the
*>            business date, read through BUSINESS-PARAM)
*>   HD03 (E) hire_date implies hired before age 14 (from birth_date)
*>   HD04 (E) text in hire_date that SQLITE3-DATE-TO-COBOL rejects to
*>            zero -- digits missing or misplaced, the half the wrapper's
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    FUNCTION BUSINESS-PARAM
    FUNCTION SQLITE3-COBOL-TO-DATE
    function all intrinsic.

    input-output section.

    01 business-date pic 9(8).
    01 company-founded pic 9(8) value 19750101.
    01 business-date-iso pic x(10).
    01 param-value pic x(40).

    01 out-id PIC s9(18) COMP.
    01 out-first pic x(20).
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    move BUSINESS-PARAM(db-handle, "COMPANY-FOUNDED-DATE", business-date-iso,
        param-value) to flag-found.
    if flag-found = 1 and trim(param-value) is numeric then
        move numval(trim(param-value)) to company-founded
    end-if.

    open output report-file.
    move spaces to report-line.
