GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Shared position requisition facility.  A requisition (opened in
*> requisition-maintenance against the department's position_budget)
*> is filled by the hire that takes the job, and hires are keyed in
*> three places -- person-maintenance's add, person-transaction's H
*> records and requisition-maintenance's fill of a person already on
*> file -- so the one rule for what may fill a requisition lives here.
*>
*> Methods:
*>    <result> REQUISITION-CHECK(<db-handle>, <req-id>, <dept-code>,
*>                               <job-code>)
*>        Whether the hire described may fill requisition req-id
*>        (PIC 9(9)): 0 yes, 1 no such requisition, 2 not OPEN,
*>        3 the requisition is for another department, 4 it is for
*>        another job code (a requisition with no job code takes any).
*>        Call it before the hire is written so a bad requisition
*>        refuses the hire instead of orphaning it.
*>    <bool> REQUISITION-FILL(<db-handle>, <req-id>, <person-id>,
*>                            <fill-date>, <actor>)
*>        Marks the OPEN requisition FILLED by person-id (PIC 9(9))
*>        as of fill-date (PIC 9(8) YYYYMMDD), audited under the actor.
*>        Returns 1 when the requisition was filled, 0 otherwise.  The
*>        caller holds whatever lock its own write took.
*>
*> Both bootstrap the requisition table when the file hasn't been
*> migrated yet.
*>***************************************************************************
identification division. function-id. REQUISITION-CHECK.
environment division. configuration section.
    repository.
    function SQLITE3-EXEC
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-INT
    function SQLITE3-COLUMN-TEXT
    function all intrinsic.
data division.
working-storage section.
    01 req-stmt-handle PIC 9(18) COMP.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  REQ-ROW value is 100.
    01 req-param-1 pic s9(9) comp value 1.
    01 req-col pic s9(9) comp.
    01 bind-req-id pic s9(9) comp.
    01 col-bool pic 9.
    01 req-status pic x(10).
    01 req-dept pic x(4).
    01 req-job pic x(6).
linkage section.
    01 check-result pic 9.
    copy sqlite3-handles.
    01 req-id pic 9(9).
    01 dept-code pic x any length.
    01 job-code pic x any length.

procedure division using db-handle, req-id, dept-code, job-code
        returning check-result.
    move 1 to check-result.
    move SQLITE3-EXEC(db-handle,
        "create table if not exists requisition (req_id INTEGER PRIMARY KEY AUTOINCREMENT, dept_code text, job_code text, budget_rate numeric, opened_date text, approved_by text, status text default 'OPEN', person_id integer, filled_date text, closed_by text, closed_ts text)")
        to open-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'OPEN'), coalesce(dept_code, ''), coalesce(job_code, '') from requisition where req_id = ?",
        req-stmt-handle) to open-status.
    if open-status not = 0 then
        goback returning check-result
    end-if.
    move req-id to bind-req-id.
    move SQLITE3-STMT-BIND-INT(req-stmt-handle, req-param-1, bind-req-id) to open-status.
    move SQLITE3-STMT-STEP(req-stmt-handle) to step-result.
    if REQ-ROW then
        move 0 to req-col
        move SQLITE3-COLUMN-TEXT(req-stmt-handle,req-col,req-status) to col-bool
        move 1 to req-col
        move SQLITE3-COLUMN-TEXT(req-stmt-handle,req-col,req-dept) to col-bool
        move 2 to req-col
        move SQLITE3-COLUMN-TEXT(req-stmt-handle,req-col,req-job) to col-bool
        evaluate true
            when req-status not = "OPEN"
                move 2 to check-result
            when req-dept not = dept-code
                move 3 to check-result
            when req-job not = spaces and req-job not = job-code
                move 4 to check-result
            when other
                move 0 to check-result
        end-evaluate
    end-if.
    move SQLITE3-STMT-CLOSE(req-stmt-handle) to open-status.
    goback returning check-result.
end function REQUISITION-CHECK.

identification division. function-id. REQUISITION-FILL.
environment division. configuration section.
    repository.
    function SQLITE3-EXEC
    function SQLITE3-CHANGES
    function SQLITE3-AUDIT-LOG
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-STMT-BIND-INT
    function all intrinsic.
data division.
working-storage section.
    01 req-stmt-handle PIC 9(18) COMP.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  REQ-DONE value is 101.
    01 req-param-1 pic s9(9) comp value 1.
    01 req-param-2 pic s9(9) comp value 2.
    01 req-param-3 pic s9(9) comp value 3.
    01 req-param-4 pic s9(9) comp value 4.
    01 req-param-5 pic s9(9) comp value 5.
    01 bind-req-id pic s9(9) comp.
    01 bind-person pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 fill-ts pic x(26).
    01 fill-date-iso pic x(10).
    01 update-sql pic x(200) value
        "update requisition set status = 'FILLED', person_id = ?, filled_date = ?, closed_by = ?, closed_ts = ? where req_id = ? and status = 'OPEN'".
linkage section.
    01 filled pic 9.
    copy sqlite3-handles.
    01 req-id pic 9(9).
    01 person-id pic 9(9).
    01 fill-date pic 9(8).
    01 actor pic x any length.

procedure division using db-handle, req-id, person-id, fill-date, actor
        returning filled.
    move 0 to filled.
    move SQLITE3-EXEC(db-handle,
        "create table if not exists requisition (req_id INTEGER PRIMARY KEY AUTOINCREMENT, dept_code text, job_code text, budget_rate numeric, opened_date text, approved_by text, status text default 'OPEN', person_id integer, filled_date text, closed_by text, closed_ts text)")
        to open-status.
    move spaces to fill-date-iso.
    string fill-date(1:4) "-" fill-date(5:2) "-" fill-date(7:2)
        into fill-date-iso
    end-string.
    move function current-date to fill-ts.
    move 0 to rows-changed.
    move SQLITE3-STMT-OPEN(db-handle, update-sql, req-stmt-handle) to open-status.
    if open-status = 0 then
        move person-id to bind-person
        move req-id to bind-req-id
        move SQLITE3-STMT-BIND-INT(req-stmt-handle, req-param-1, bind-person) to open-status
        move SQLITE3-STMT-BIND-TEXT(req-stmt-handle, req-param-2, fill-date-iso) to open-status
        move SQLITE3-STMT-BIND-TEXT(req-stmt-handle, req-param-3, actor) to open-status
        move SQLITE3-STMT-BIND-TEXT(req-stmt-handle, req-param-4, fill-ts) to open-status
        move SQLITE3-STMT-BIND-INT(req-stmt-handle, req-param-5, bind-req-id) to open-status
        move SQLITE3-STMT-STEP(req-stmt-handle) to step-result
        if REQ-DONE then
            move 0 to open-status
        else
            move step-result to open-status
        end-if
        move SQLITE3-STMT-CLOSE(req-stmt-handle) to step-result
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, update-sql, actor, open-status,
            rows-changed) to audit-bool
    end-if.
    if open-status = 0 and rows-changed = 1 then
        move 1 to filled
    end-if.
    goback returning filled.
end function REQUISITION-FILL.
