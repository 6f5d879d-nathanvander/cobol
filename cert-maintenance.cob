GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 cert-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for training and certification tracking --
*> the forklift licenses, first-aid cards and compliance courses that
*> used to live in a binder.  Three pieces:
*>
*>   C  the certification catalog: code, description, and how many
*>      months a completion stays valid (0 = never lapses)
*>   R  requirements: which job codes (J, from the job_code catalog) or
*>      departments (D) must hold each certification
*>   P  person completions: the date a person completed it, the expiry
*>      worked out from the catalog's validity (or keyed over it when
*>      the card says otherwise), and the scanned certificate linked
*>      by its person_document id (see person-document)
*>
*> runbatch's nightly cert-check step reads all three for the listing
*> and the CERT-EXPIRED alerts, and cert-compliance prints the
*> by-department picture.  Completions are never edited: a renewal is
*> a new completion, the newest one counts, and one keyed in error is
*> deleted by its id.  Same shape as cost-split-maintenance: the
*> single-writer app_lock around every write and an audit_log row for
*> every statement, under the operator signed on at startup.  A
*> certification can't be deleted while completions or requirements
*> still name it.
identification division.
    program-id. cert-maintenance.
    REMARKS. Interactive certification catalog, requirement and completion maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 cert-choice pic x.
    01 req-choice pic x.
    01 comp-choice pic x.
    01 sql-text pic x(256).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-person-id pic s9(9) comp.
    01 bind-months pic s9(9) comp.
    01 bind-doc-id pic s9(9) comp.
    01 bind-comp-id pic s9(9) comp.

    01 in-cert-code pic x(8).
    01 in-description pic x(40).
    01 in-months pic 9(3).
    01 in-req-type pic x.
        88 REQ-BY-JOB  value "J".
        88 REQ-BY-DEPT value "D".
    01 in-req-value pic x(6).
    01 in-id pic 9(9).
    01 in-comp-id pic 9(9).
    01 in-completed pic 9(8).
    01 in-completed-iso pic x(10).
    01 in-expiry pic 9(8).
    01 in-expiry-iso pic x(10).
    01 in-doc-id pic 9(9).
    01 used-count pic 9(9).
    01 found-count pic 9(9).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 cert-found-flag pic 9.
        88 CERT-FOUND value 1.
    01 cert-months pic s9(9) comp.
    01 added-ts pic x(26).
    01 new-comp-id PIC 9(18) COMP.

    *> expiry arithmetic: the completion date carried forward by whole
    *> months, pulled back to the month's last day when it overruns
    01 exp-month-count pic 9(7).
    01 exp-date.
        05 exp-year pic 9(4).
        05 exp-month pic 99.
        05 exp-day pic 99.
    01 exp-date-num redefines exp-date pic 9(8).

    01 out-cert-code pic x(8).
    01 out-description pic x(40).
    01 out-months pic s9(9) comp.
    01 out-months-disp pic zz9.
    01 out-req-type pic x.
    01 out-req-value pic x(6).
    01 out-comp-id PIC 9(18) COMP.
    01 out-comp-id-disp pic zzzzzzzz9.
    01 out-completed pic x(10).
    01 out-expiry pic x(10).
    01 out-doc-id pic s9(9) comp.
    01 out-doc-disp pic zzzzzzzz9.

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "cert-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists certification (cert_code text primary key, description text, validity_months integer default 0)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists cert_requirement (cert_code text, req_type text, req_value text, primary key (cert_code, req_type, req_value))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_certification (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cert_code text, completed_date text, expiry_date text, document_id integer, added_by text, added_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists department (dept_code text primary key, dept_name text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_document (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, doc_type text, file_name text, stored_at text, content blob)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "certification maintenance -- ", trim(file-name)
        display "  C) certifications    R) requirements    P) person completions    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "C" when "c"
                perform cert-menu
            when "R" when "r"
                perform req-menu
            when "P" when "p"
                perform comp-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

cert-menu.
    move space to cert-choice.
    perform until cert-choice = "X" or cert-choice = "x"
        display " "
        display "certifications -- A) add/replace   D) delete   L) list   X) back"
        display "choice: " with no advancing
        accept cert-choice
        evaluate cert-choice
            when "A" when "a"
                perform cert-add
            when "D" when "d"
                perform cert-delete
            when "L" when "l"
                perform cert-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", cert-choice
        end-evaluate
    end-perform.

cert-add.
    display "certification code: " with no advancing.
    accept in-cert-code.
    move function upper-case(in-cert-code) to in-cert-code.
    if in-cert-code = spaces then
        display "add failed: certification code may not be blank"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "months valid (0 = never expires): " with no advancing.
    accept in-months.
    move "insert or replace into certification (cert_code, description, validity_months) values (?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move in-months to bind-months
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-months) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "certification ", trim(in-cert-code), " saved"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

cert-delete.
    display "certification code to delete: " with no advancing.
    accept in-cert-code.
    move function upper-case(in-cert-code) to in-cert-code.
    move 0 to used-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select (select count(*) from person_certification where cert_code = ?1) + (select count(*) from cert_requirement where cert_code = ?1)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to used-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if used-count > 0 then
        display "delete refused: ", used-count,
            " completion or requirement row(s) still name ", trim(in-cert-code)
        exit paragraph
    end-if.
    move "delete from certification where cert_code = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "delete: no certification ", trim(in-cert-code)
        else
            display "certification ", trim(in-cert-code), " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

cert-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select cert_code, coalesce(description, ''), coalesce(validity_months, 0) from certification order by cert_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CODE     DESCRIPTION                              MONTHS"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cert-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-months
            move out-months to out-months-disp
            display out-cert-code, " ", out-description, " ", out-months-disp
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

req-menu.
    move space to req-choice.
    perform until req-choice = "X" or req-choice = "x"
        display " "
        display "requirements -- A) add   D) remove   L) list   X) back"
        display "choice: " with no advancing
        accept req-choice
        evaluate req-choice
            when "A" when "a"
                perform req-add
            when "D" when "d"
                perform req-remove
            when "L" when "l"
                perform req-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", req-choice
        end-evaluate
    end-perform.

*> a requirement names a job code or a department that has to be on
*> file -- a typo here would silently require nothing of anybody
req-add.
    perform prompt-requirement.
    if in-req-type = space then
        exit paragraph
    end-if.
    move "insert or ignore into cert_requirement (cert_code, req_type, req_value) values (?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-req-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-req-value)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status not = 0 then
            display "add failed, status ", db-status
        else
            if rows-changed = 0 then
                display "requirement already on file"
            else
                display trim(in-cert-code), " now required for ", in-req-type,
                    " ", trim(in-req-value)
            end-if
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

req-remove.
    display "certification code: " with no advancing.
    accept in-cert-code.
    move function upper-case(in-cert-code) to in-cert-code.
    display "required by J(ob code) or D(epartment): " with no advancing.
    accept in-req-type.
    move function upper-case(in-req-type) to in-req-type.
    display "job code or department: " with no advancing.
    accept in-req-value.
    move function upper-case(in-req-value) to in-req-value.
    move "delete from cert_requirement where cert_code = ? and req_type = ? and req_value = ?"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-req-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-req-value)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "remove: no such requirement"
        else
            display "requirement removed"
        end-if
    else
        display "remove failed: database is locked by another operator, try again"
    end-if.

req-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select cert_code, req_type, req_value from cert_requirement order by cert_code, req_type, req_value",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CERT     BY  CODE"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cert-code) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-req-type) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-req-value) to bool
            display out-cert-code, " ", out-req-type, "   ", out-req-value
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> keys and proves one requirement; in-req-type comes back blank when
*> anything was refused
prompt-requirement.
    display "certification code: " with no advancing.
    accept in-cert-code.
    move function upper-case(in-cert-code) to in-cert-code.
    perform check-cert-exists.
    if not CERT-FOUND then
        display "refused: no certification ", trim(in-cert-code)
        move space to in-req-type
        exit paragraph
    end-if.
    display "required by J(ob code) or D(epartment): " with no advancing.
    accept in-req-type.
    move function upper-case(in-req-type) to in-req-type.
    if not REQ-BY-JOB and not REQ-BY-DEPT then
        display "refused: enter J or D"
        move space to in-req-type
        exit paragraph
    end-if.
    display "job code or department: " with no advancing.
    accept in-req-value.
    move function upper-case(in-req-value) to in-req-value.
    if REQ-BY-JOB then
        move "select count(*) from job_code where job_code = ?" to sql-text
    else
        move "select count(*) from department where dept_code = ?" to sql-text
    end-if.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-req-value)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        if REQ-BY-JOB then
            display "refused: no job code ", trim(in-req-value),
                " (see job-code-maintenance)"
        else
            display "refused: no department ", trim(in-req-value),
                " (see department-maintenance)"
        end-if
        move space to in-req-type
    end-if.

comp-menu.
    move space to comp-choice.
    perform until comp-choice = "X" or comp-choice = "x"
        display " "
        display "completions -- R) record completion   L) list by person   D) delete entry   X) back"
        display "choice: " with no advancing
        accept comp-choice
        evaluate comp-choice
            when "R" when "r"
                perform comp-record
            when "L" when "l"
                perform comp-list
            when "D" when "d"
                perform comp-delete
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", comp-choice
        end-evaluate
    end-perform.

comp-record.
    display "person id: " with no advancing.
    accept in-id.
    perform check-person-exists.
    if not PERSON-FOUND then
        display "record failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "certification code: " with no advancing.
    accept in-cert-code.
    move function upper-case(in-cert-code) to in-cert-code.
    perform check-cert-exists.
    if not CERT-FOUND then
        display "record failed: no certification ", trim(in-cert-code)
        exit paragraph
    end-if.
    display "completed (yyyymmdd): " with no advancing.
    accept in-completed.
    if in-completed = 0 or test-date-yyyymmdd(in-completed) not = 0 then
        display "record failed: completion date is not a valid date"
        exit paragraph
    end-if.
    perform compute-expiry.
    if in-expiry = 0 then
        display "expires (yyyymmdd, 0 for never) [never]: " with no advancing
    else
        display "expires (yyyymmdd, 0 for never) [", in-expiry, "]: "
            with no advancing
    end-if.
    move 0 to in-comp-id.
    accept in-comp-id.
    if in-comp-id not = 0 then
        move in-comp-id to in-expiry
        if test-date-yyyymmdd(in-expiry) not = 0 or in-expiry < in-completed then
            display "record failed: expiry must be a date on or after completion"
            exit paragraph
        end-if
    end-if.
    display "certificate document id (0 for none): " with no advancing.
    accept in-doc-id.
    if in-doc-id not = 0 then
        perform check-document
        if found-count = 0 then
            display "record failed: document ", in-doc-id,
                " is not on file for person ", in-id
            exit paragraph
        end-if
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-completed) to in-completed-iso.
    if in-expiry = 0 then
        move spaces to in-expiry-iso
    else
        move SQLITE3-COBOL-TO-DATE(in-expiry) to in-expiry-iso
    end-if.
    move function current-date to added-ts.
    move "insert into person_certification (person_id, cert_code, completed_date, expiry_date, document_id, added_by, added_ts) values (?, ?, ?, nullif(?, ''), nullif(?, 0), ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-id to bind-person-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-cert-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-completed-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-expiry-iso)) to db-status
            move in-doc-id to bind-doc-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-doc-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, added-ts) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
                move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-comp-id
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            move new-comp-id to out-comp-id-disp
            if in-expiry = 0 then
                display "completion ", trim(out-comp-id-disp), " recorded, no expiry"
            else
                display "completion ", trim(out-comp-id-disp), " recorded, expires ",
                    in-expiry-iso
            end-if
        else
            display "record failed, status ", db-status
        end-if
    else
        display "record failed: database is locked by another operator, try again"
    end-if.

comp-list.
    display "person id: " with no advancing.
    accept in-id.
    move spaces to sql-text.
    string "select id, cert_code, coalesce(completed_date, ''), coalesce(expiry_date, ''), coalesce(document_id, 0) "
        "from person_certification where person_id = " in-id
        " order by cert_code, completed_date"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "       ID CERT     COMPLETED  EXPIRES          DOC"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-comp-id
            move out-comp-id to out-comp-id-disp
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cert-code) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-completed) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-expiry) to bool
            if out-expiry = spaces then
                move "never" to out-expiry
            end-if
            move 4 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-doc-id
            move out-doc-id to out-doc-disp
            display out-comp-id-disp, " ", out-cert-code, " ", out-completed,
                " ", out-expiry, " ", out-doc-disp
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

comp-delete.
    display "completion id to delete: " with no advancing.
    accept in-comp-id.
    move "delete from person_certification where id = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-comp-id to bind-comp-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-comp-id) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "delete: no completion ", in-comp-id
        else
            display "completion ", in-comp-id, " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

*> completion date plus the catalog's validity months; a day past the
*> end of the target month (a Jan 31 completion on a 1-month card)
*> falls back to that month's last day.  0 months means no expiry.
compute-expiry.
    move 0 to in-expiry.
    if cert-months = 0 then
        exit paragraph
    end-if.
    move in-completed to exp-date-num.
    compute exp-month-count = exp-year * 12 + exp-month - 1 + cert-months.
    compute exp-year = exp-month-count / 12.
    compute exp-month = exp-month-count - exp-year * 12 + 1.
    perform until test-date-yyyymmdd(exp-date-num) = 0 or exp-day < 29
        subtract 1 from exp-day
    end-perform.
    move exp-date-num to in-expiry.

check-cert-exists.
    move 0 to cert-found-flag.
    move 0 to cert-months.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(validity_months, 0) from certification where cert_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cert-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to cert-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to cert-months
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

check-person-exists.
    move 0 to person-found-flag.
    move spaces to sql-text.
    string "select count(*) from person where id = " in-id into sql-text end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            if SQLITE3-COLUMN-INT(stmt-handle,col-idx) > 0 then
                move 1 to person-found-flag
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the scanned certificate has to be one of this person's documents
check-document.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_document where id = ? and person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-doc-id to bind-doc-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-doc-id) to db-status
        move in-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program cert-maintenance.
