GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 person-report.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob date-utils.cob business-date.cob report-registry.cob mask-utils.cob
*>***************************************
*> Fixed-width person roster, printable-report style: a page header every
*> LINES-PER-PAGE detail lines, one line per person ordered by last name,
*> date.  Ages are derived as of that date too, and the status filter
*> is left off -- the as-of roster shows what the file said, not what
*> we'd print today.
*>
*> Each line carries the person's job title from the job_code catalog
*> (job-code-maintenance), blank for anyone with no job assigned; the
*> as-of roster prints the job the history version held.
*>
*> The AGE column is birth_date by another name, so it follows
*> birth_date's field_sensitivity classification (mask-utils): unless
*> the run was launched from an operator-console session whose role is
*> authorised it prints "**", and an authorised run leaves one
*> audit_log row under the session's operator saying how many ages it
*> printed in the clear.
identification division.
    program-id. person-report.
    REMARKS. Fixed-width person roster with headers, page breaks, and totals.
    FUNCTION DATE-DIFF-YEARS
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.
    01 out-birth-date pic 9(8).
    01 out-age   pic s9(4) comp.
    01 out-dept  pic x(4).
    01 out-title pic x(20).
    01 today-date pic 9(8).

    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.
    01 birth-access pic 9.
        88 BIRTH-MASKED value 0.
        88 BIRTH-UNMASKED-AUDIT value 2.
    01 mask-style pic x(8).
    01 rows-shown pic s9(9) comp.

    01 cur-dept   pic x(4).
    01 prev-dept  pic x(4) value low-values.
    01 dept-count pic 9(9) value 0.
        05 filler        pic x(20) value "LAST NAME".
        05 filler        pic x(5)  value "AGE".
        05 filler        pic x(4)  value "DEPT".
        05 filler        pic x(2)  value spaces.
        05 filler        pic x(20) value "TITLE".
    01 detail-line.
        05 det-id        pic zzzzzz9.
        05 filler        pic x    value spaces.
        05 det-first     pic x(20).
        05 det-last      pic x(20).
        05 det-age       pic zz9.
        05 det-age-x redefines det-age pic x(3).
        05 filler        pic xx   value spaces.
        05 det-dept      pic x(4).
        05 filler        pic xx   value spaces.
        05 det-title     pic x(20).
    01 dept-hdr-line.
        05 filler        pic x(13) value "DEPARTMENT: ".
        05 dept-hdr-out  pic x(4).
        stop run
    end-if.

    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    move FIELD-ACCESS(db-handle, "person", "birth_date", session-role,
        mask-style) to birth-access.

    open output report-file.
    if AS-OF then
        move asof-date to today-date
        perform build-asof-sql
    else
        string
            "select id, first_name, last_name, birth_date, dept_code, "
            "coalesce((select j.title from job_code j where j.job_code = person.job_code), '') from person"
            into select-sql
        end-string
        if not INCLUDE-TERMINATED then
        move DATE-DIFF-YEARS(out-birth-date, today-date) to out-age
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-title) to bool

        if BY-DEPT then
            move out-dept to cur-dept
        move out-id to det-id
        move out-first to det-first
        move out-last to det-last
        if BIRTH-MASKED then
            move " **" to det-age-x
        else
            move out-age to det-age
        end-if
        move out-dept to det-dept
        move out-title to det-title
        write report-line from detail-line
        add 1 to line-count
        add 1 to record-count
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    close report-file.
    perform register-report.
    if BIRTH-UNMASKED-AUDIT then
        move record-count to rows-shown
        move FIELD-ACCESS-LOG(db-handle, session-op-id, "person-report",
            "person.birth_date", rows-shown) to session-bool
    end-if.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "person-report: wrote ", record-count, " records to ", trim(report-file-name).
    move 0 to return-code.
    end-string.
    move spaces to select-sql.
    string
        "select person_id, first_name, last_name, birth_date, coalesce(dept_code, ''), "
        "coalesce((select j.title from job_code j where j.job_code = person_history.job_code), '') from person_history"
        " where (valid_from = '' or substr(valid_from, 1, 8) <= '" asof-date "')"
        " and substr(valid_to, 1, 8) > '" asof-date "'"
        " union all "
        "select id, first_name, last_name, birth_date, coalesce(dept_code, ''), "
        "coalesce((select j.title from job_code j where j.job_code = p.job_code), '') from person p"
        " where not exists (select 1 from person_history h where h.person_id = p.id"
        " and substr(h.valid_to, 1, 8) > '" asof-date "')"
        " and (p.hire_date is null or p.hire_date = '' or p.hire_date <= '" asof-iso "')"
