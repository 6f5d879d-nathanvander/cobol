GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 batch-duration-check.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob param-utils.cob
*>***************************************
*> Long-run alarm over batch_run_log: batch-run-report prints
*> durations, this one NOTICES them.  For every step in the most
*> report_registry.  RETURN-CODE 2 when any step exceeded its
*> threshold, so the scheduler pages while it's still a trend, 1 when
*> there is no run to check, 0 otherwise.
*>
*> The factor and the minimum are business parameters now
*> (DURATION-SLOW-FACTOR, DURATION-MIN-SECS in business_parameter, read
*> as of the business date through BUSINESS-PARAM); "-factor" and
*> "-min-secs" still override them for the one run.
identification division.
    program-id. batch-duration-check.
    REMARKS. Compares the latest run's step durations against baselines.
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION BUSINESS-PARAM
    FUNCTION SQLITE3-COBOL-TO-DATE
    function all intrinsic.

    input-output section.
    01 flag-value pic x(256).
    01 slow-factor pic 9(3)v99 value 2.
    01 min-secs pic 9(5) value 30.
    01 business-date-iso pic x(10).
    01 param-value pic x(40).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    perform load-tolerances.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists batch_step_baseline (step_name text primary key, baseline_secs integer, sample_count integer, computed_ts text)",
        error-message) to db-status.
    end-if.
    stop run.

*> the tolerances in force on the business date, then any override
*> keyed on the command line for this run
load-tolerances.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    move BUSINESS-PARAM(db-handle, "DURATION-SLOW-FACTOR", business-date-iso,
        param-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(param-value)) to slow-factor
    end-if.
    move BUSINESS-PARAM(db-handle, "DURATION-MIN-SECS", business-date-iso,
        param-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(param-value)) to min-secs
    end-if.
    move ARGPARSE-GET-FLAG("factor", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to slow-factor
    end-if.
    move ARGPARSE-GET-FLAG("min-secs", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to min-secs
    end-if.

find-latest-run.
    move spaces to latest-run-id.
    move SQLITE3-STMT-OPEN(db-handle,
