GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 retro-pay.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob operator-utils.cob param-utils.cob
*>***************************************
*> Retroactive pay for backdated rate changes, off the calculator and
*> onto an auditable worksheet.  Given "-person <id>" and "-effective
*> from the register run), the rate in force at the time -- read back
*> from the person_history prior-rate images person-maintenance stamps
*> -- against the person's current rate, and the owed difference per
*> period with overtime at time-and-a-half (the OT-MULTIPLIER business
*> parameter in force on that period's date, BUSINESS-PARAM -- the
*> rule the period was paid under).  The worksheet prints one
*> line per period and a total owed (a negative total is an
*> overpayment, printed as such, never hidden).  "-since <yyyymmdd>"
*> is the batch sweep: every person with a rate image stamped since
*> Output to "-out" (default retro-pay.rpt), registered in
*> report_registry.  RETURN-CODE 1 when neither -person nor -since is
*> given or the person has no paid periods in the gap.
*>
*> A closed payroll year is not touched: a period ending in a year
*> year-end-wage has closed (its pay_run_control rows locked) prints
*> as CLOSED YEAR and owes nothing on this worksheet -- its wage
*> statements are already out.  "-override Y" with "-op" naming a
*> supervisor who signs on through OPERATOR-SIGNON brings those periods
*> back in, and the override is audited.
identification division.
    program-id. retro-pay.
    REMARKS. Retroactive pay worksheet from person_history and gross_pay.
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION BUSINESS-PARAM
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

    input-output section.
    01 rate-then pic s9(7)v99 comp-3.
    01 pay-then pic s9(9)v99 comp-3.
    01 pay-now pic s9(9)v99 comp-3.
    01 ot-multiplier pic s9(3)v9999 comp-3.
    01 param-value pic x(40).
    01 param-found pic 9.
    01 period-diff pic s9(9)v99 comp-3.
    01 person-owed pic s9(11)v99 comp-3.
    01 grand-owed pic s9(11)v99 comp-3 value 0.
        05 gt-owed pic zzz,zzz,zz9.99-.
    01 person-name pic x(42).

    *> the closed-year lock and its supervisor override
    01 override-flag pic 9 value 0.
        88 RUN-OVERRIDE value 1.
    01 override-ok-flag pic 9 value 0.
        88 OVERRIDE-OK value 1.
    01 operator-id pic x(20) value "retro-pay".
    01 signon-role pic x(10).
    01 signon-name pic x(30).
    01 signon-ok pic 9.
    01 audit-note pic x(120).
    01 audit-bool pic 9.
    01 rows-one pic s9(9) comp value 1.
    01 year-lock-count pic s9(9) comp.
    01 closed-count pic 9(9) value 0.
    01 person-closed-base pic 9(9).
    01 closed-line.
        05 cl-period pic 9(8).
        05 filler pic x(40) value "  CLOSED YEAR -- excluded".

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
        move numval(trim(flag-value)) to since-date
        move 1 to batch-mode-flag
    end-if.
    move ARGPARSE-GET-FLAG("override", flag-value) to flag-found.
    if flag-found = 1 then
        move 1 to override-flag
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.

    if not BATCH-MODE and (in-person-id = 0 or effective-date = 0) then
        display "usage: retro-pay -person <id> -effective <yyyymmdd>"
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if RUN-OVERRIDE then
        perform verify-override
    end-if.

    open output report-file.
    move spaces to report-line.
    display "retro-pay: ", person-count, " person(s), ", period-count,
        " period(s), total owed ", grand-owed, " -- worksheet in ",
        trim(report-file-name).
    if closed-count > 0 then
        display "retro-pay: ", closed-count,
            " period(s) in a closed payroll year excluded"
    end-if.
    if person-count = 0 then
        move 1 to return-code
    else
    end-if.
    move 0 to person-owed.
    move 0 to person-period-count.
    move closed-count to person-closed-base.

    move in-person-id to ph-id.
    move spaces to person-name.
    end-perform.
    move SQLITE3-STMT-CLOSE(period-stmt) to db-status.

    if person-period-count = 0 and closed-count = person-closed-base then
        move spaces to report-line
        move "  (no paid periods since the effective date)" to report-line
        write report-line
    add person-owed to grand-owed.

compute-one-period.
    if not OVERRIDE-OK then
        perform check-year-lock
        if year-lock-count > 0 then
            move period-cobol to cl-period
            write report-line from closed-line
            add 1 to closed-count
            exit paragraph
        end-if
    end-if.
    perform get-rate-in-force.
    move 1.5 to ot-multiplier.
    move BUSINESS-PARAM(db-handle, "OT-MULTIPLIER", period-iso(1:10),
        param-value) to param-found.
    if param-found = 1 then
        move numval(trim(param-value)) to ot-multiplier
    end-if.
    compute pay-then rounded = period-reg-hours * rate-then
        + period-ot-hours * rate-then * ot-multiplier.
    compute pay-now rounded = period-reg-hours * current-rate
        + period-ot-hours * current-rate * ot-multiplier.
    compute period-diff = pay-now - pay-then.
    move period-cobol to dl-period.
    move period-reg-hours to dl-reg-hours.
        move 0 to db-status
    end-if.

*> the period's payroll year is closed when any of its run-control rows
*> carries the lock year-end-wage sets
check-year-lock.
    move 0 to year-lock-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.locked = 1 and substr(p.end_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-iso(1:4)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to year-lock-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> an override is a supervisor's: signed on, SUP role, audited.  A
*> failed sign-on leaves the lock in force rather than ending the run.
verify-override.
    move OPERATOR-SIGNON(db-handle, operator-id, signon-role,
        signon-name) to signon-ok.
    if signon-ok = 1 and trim(signon-role) = "SUP" then
        move 1 to override-ok-flag
        move spaces to audit-note
        string "retro-pay CLOSED-YEAR override, business date " business-date
            into audit-note
        end-string
        move 0 to db-status
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id,
            db-status, rows-one) to audit-bool
    else
        display "retro-pay: override refused -- '", trim(operator-id),
            "' is not a signed-on supervisor; closed years stay excluded"
    end-if.

get-person-current.
    move 0 to person-found-flag.
    move 0 to current-rate.
