GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 person-purge.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob param-utils.cob
*>***************************************
*> Retention purge: complete, provable erasure of a terminated person
*> past the legal hold.  Batch mode purges everyone with status 'T'
*> goes to "-out" (default person-purge.rpt), and is registered in
*> report_registry; every purge is audited.  The year arithmetic uses
*> 366-day years so a leap year can never make a purge land EARLY.
*> RETURN-CODE 1 on a refused or failed run.  The retention years are
*> the PURGE-RETENTION-YEARS business parameter in force on the business
*> date (BUSINESS-PARAM); "-years" still overrides it for one run.
identification division.
    program-id. person-purge.
    REMARKS. Retention purge with per-table counts and tombstones.
    FUNCTION REPORT-REGISTER
    FUNCTION OPERATOR-SIGNON
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION BUSINESS-PARAM
    function all intrinsic.

    input-output section.
    01 signon-ok pic 9.

    01 retention-years pic 99 value 7.
    01 param-value pic x(40).
    01 single-person-id pic 9(9) value 0.
    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("person", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to single-person-id
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move BUSINESS-PARAM(db-handle, "PURGE-RETENTION-YEARS", busdate-iso,
        param-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(param-value)) to retention-years
    end-if.
    move ARGPARSE-GET-FLAG("years", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to retention-years
    end-if.
    compute busdate-day-num = function integer-of-date(business-date).
    compute cutoff-day-num = busdate-day-num - retention-years * 366.
    move function date-of-integer(cutoff-day-num) to cutoff-date.
