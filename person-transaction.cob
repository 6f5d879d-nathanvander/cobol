GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 person-transaction.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob name-utils.cob benefit-utils.cob requisition-utils.cob
*>***************************************
*> Transaction-file mate to runbatch's snapshot load: the payroll
*> bureau's daily keyed-transaction file applied as individual updates,
*> code uses -- and a trailer record count the run balances against:
*>
*>   H  hire       inserts the person under the bureau's key, with
*>                 department, rate and (optional) job code, refused if
*>                 the id already exists, the department or job code
*>                 isn't on file, or the id sits in purge_tombstone (a
*>                 legally destroyed person); an (optional)
*>                 requisition number in the last six bytes fills that
*>                 OPEN requisition with the new person, refused when
*>                 it isn't OPEN or is for another department or job
*>   T  transfer   moves an existing non-terminated person to a new
*>                 department and/or job code, refused for an unknown
*>                 department or a job code not in the job_code catalog
*>   R  rate chg   replaces pay_rate on an existing non-terminated person
*>   X  terminate  status 'T' plus term_date, refused when already
*>                 terminated or the date precedes the hire date; the
*>                 person's benefit enrollments end at the end of the
*>                 termination month (BENEFIT-END-COVERAGE)
*>
*> Every applied transaction goes through the same machinery a
*> person-maintenance operator's write does: the prior row image into
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BENEFIT-END-COVERAGE
    FUNCTION REQUISITION-CHECK
    FUNCTION REQUISITION-FILL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 actor-name pic x(20) value "person-transaction".
    01 benefit-ended pic s9(4) comp.
    01 hire-req-id pic 9(9).
    01 req-check-result pic 9.
    01 req-fill-bool pic 9.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 phon-key pic x(4).
    01 bind-key pic s9(9) comp.
    01 hire-status-byte pic x.
        05 det-dept        pic x(4).
        05 det-rate        pic 9(7)v99.
        05 det-term-date   pic 9(8).
        05 det-job-code    pic x(6).
        05 det-req-id      pic 9(6).
    01 trans-trailer-rec.
        05 trl-record-type pic x.
        05 trl-record-count pic 9(9).
    01 cur-hire-date pic 9(8).
    01 dept-valid-flag pic 9.
        88 DEPT-VALID value 1.
    01 job-valid-flag pic 9.
        88 JOB-VALID value 1.
    01 reject-reason pic x(50).
    01 tombstone-count pic s9(9) comp.
    01 tomb-sql pic x(300).
    move spaces to hist-sql.
    string
        "create table if not exists person_history (hist_id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, first_name text, last_name text, birth_date text, hire_date text, dept_code text, "
        "status text, term_date text, pay_rate numeric, valid_from text, valid_to text, changed_by text, reports_to integer, job_code text)"
        into hist-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, hist-sql, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)",
        error-message) to db-status.

    *> offboarding checklist tables, plus the default template on a
    *> file that never had one -- a bureau-fed termination opens the
        perform write-reject-line
        exit paragraph
    end-if.
    perform validate-job-code.
    if not JOB-VALID then
        move spaces to reject-reason
        string "no such job code " trim(det-job-code) into reject-reason end-string
        perform write-reject-line
        exit paragraph
    end-if.
    *> files cut before the requisition number was added end short
    move 0 to hire-req-id.
    if det-req-id is numeric then
        move det-req-id to hire-req-id
    end-if.
    if hire-req-id not = 0 then
        move REQUISITION-CHECK(db-handle, hire-req-id, det-dept, det-job-code)
            to req-check-result
        if req-check-result not = 0 then
            move spaces to reject-reason
            evaluate req-check-result
                when 1
                    string "no requisition " det-req-id into reject-reason end-string
                when 2
                    string "requisition " det-req-id " is not OPEN" into reject-reason end-string
                when 3
                    string "requisition " det-req-id " is for another department"
                        into reject-reason end-string
                when other
                    string "requisition " det-req-id " is for another job code"
                        into reject-reason end-string
            end-evaluate
            perform write-reject-line
            exit paragraph
        end-if
    end-if.
    move SQLITE3-COBOL-TO-DATE(det-hire-date) to hire-date-iso.
    move SQLITE3-COBOL-TO-DATE(det-birth-date) to birth-date-iso.
    move det-rate to rate-edit.
        move "A" to hire-status-byte
    end-if.
    move NAME-SOUNDEX(det-last) to phon-key.
    move "insert into person (id, first_name, last_name, birth_date, hire_date, dept_code, pay_rate, status, phon_key, job_code) values (?, ?, ?, ?, ?, ?, ?, ?, ?, nullif(?, ''))"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, rate-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, hire-status-byte) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, phon-key) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(det-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
    if db-status = 0 then
        move "I" to change-op
        perform write-change-log
        if hire-req-id not = 0 then
            move REQUISITION-FILL(db-handle, hire-req-id, det-key,
                det-hire-date, actor-name) to req-fill-bool
        end-if
        perform write-applied-line
    else
        move "insert failed" to reject-reason
        perform write-reject-line
        exit paragraph
    end-if.
    if det-dept = spaces and det-job-code = spaces then
        move "transfer names no department or job code" to reject-reason
        perform write-reject-line
        exit paragraph
    end-if.
    *> a blank department or job code leaves that column as it is, so a
    *> reclassification is a transfer carrying only the new job code
    if det-dept not = spaces then
        perform validate-department
        if not DEPT-VALID then
            move spaces to reject-reason
            string "no such department " trim(det-dept) into reject-reason end-string
            perform write-reject-line
            exit paragraph
        end-if
    end-if.
    perform validate-job-code.
    if not JOB-VALID then
        move spaces to reject-reason
        string "no such job code " trim(det-job-code) into reject-reason end-string
        perform write-reject-line
        exit paragraph
    end-if.
    perform write-history.
    move "update person set dept_code = coalesce(nullif(?, ''), dept_code), job_code = coalesce(nullif(?, ''), job_code) where id = " to sql-text.
    string trim(sql-text) det-key into sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(det-dept)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(det-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        move "S" to change-op
        perform write-change-log
        perform open-offboard-checklist
        move BENEFIT-END-COVERAGE(db-handle, det-key, det-term-date,
            actor-name) to benefit-ended
        perform write-applied-line
    else
        move "terminate update failed" to reject-reason
        into offb-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, offb-sql, error-message) to db-status.
    *> and the final pay item only final-pay signs off, so the
    *> checklist can't close before the last check is issued
    move spaces to offb-sql.
    string
        "insert into offboard_task (person_id, task_name, opened_date, task_status) "
        "values (" det-key ", 'FINAL PAY ISSUED', '" busdate-iso "', 'OPEN')"
        into offb-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, offb-sql, error-message) to db-status.
    move 0 to db-status.

*> the statement is done either way: land the audit_log row under the
    move function current-date to hist-ts.
    move spaces to hist-sql.
    string
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) "
        "select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, "
        "coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), ?, ?, reports_to, job_code from person where id = "
        det-key
        into hist-sql
    end-string.
        move 0 to db-status
    end-if.

*> a blank job code on the record is no change; keyed, it has to be in
*> the job_code catalog job-code-maintenance keeps
validate-job-code.
    move 1 to job-valid-flag.
    if det-job-code = spaces then
        exit paragraph
    end-if.
    move 0 to job-valid-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from job_code where job_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(det-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT(stmt-handle,col-idx) > 0 then
                move 1 to job-valid-flag
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

end program person-transaction.
