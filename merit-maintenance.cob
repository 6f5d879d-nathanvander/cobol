GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 merit-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for the annual merit review -- the paper
*> rating forms and the dozens of raises keyed one at a time through
*> person-maintenance now go through a review cycle:
*>
*>   C  the cycle itself: an id (e.g. 2026), a description and the
*>      date the increases take effect.  A cycle is OPEN until
*>      merit-worksheet commits it.
*>   M  the merit matrix for the cycle: for each performance rating
*>      (1 = lowest .. 5 = highest) and compa-ratio quartile (1 = paid
*>      lowest against the grade midpoint .. 4 = highest) the increase
*>      percent.  A cell never keyed means no increase is proposed.
*>   R  each person's rating for the cycle, as the manager handed it in
*>
*> merit-worksheet works the compa-ratios, proposals and department
*> budget pool from these and, on commit, files every proposed
*> increase as a RATE pending_change for change-approval.  Once a
*> cycle is COMMITTED nothing in it can be changed here.  Same shape
*> as cost-split-maintenance: the single-writer app_lock around every
*> write and an audit_log row for every statement, under the operator
*> signed on at startup.
identification division.
    program-id. merit-maintenance.
    REMARKS. Interactive merit cycle, matrix and rating maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
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
    01 cycle-choice pic x.
    01 matrix-choice pic x.
    01 rating-choice pic x.
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
    01 bind-rating pic s9(9) comp.
    01 bind-quartile pic s9(9) comp.
    01 bind-person-id pic s9(9) comp.

    01 in-cycle-id pic x(8).
    01 in-description pic x(40).
    01 in-effective pic 9(8).
    01 in-effective-iso pic x(10).
    01 in-rating pic 9.
    01 in-quartile pic 9.
    01 in-pct-text pic x(10).
    01 in-pct pic s9(3)v99.
    01 in-pct-edit pic -(3)9.99.
    01 in-id pic 9(9).
    01 rated-ts pic x(26).
    01 found-count pic 9(9).
    01 cycle-found-flag pic 9.
        88 CYCLE-FOUND value 1.
    01 cycle-status pic x(10).
        88 CYCLE-OPEN value "OPEN".

    01 out-cycle-id pic x(8).
    01 out-description pic x(40).
    01 out-effective pic x(10).
    01 out-status pic x(10).
    01 out-rating pic s9(9) comp.
    01 out-quartile pic s9(9) comp.
    01 out-pct pic s9(3)v99 comp-3.
    01 out-person-id pic s9(9) comp.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-dept pic x(4).
    01 out-rated-by pic x(20).
    01 person-name pic x(42).

    *> the matrix shown as a grid, one row per rating
    01 grid-rating pic 9.
    01 grid-table.
        05 grid-row occurs 5 times.
            10 grid-cell pic x(10) occurs 4 times.
    01 grid-line.
        05 filler pic x(8) value "RATING ".
        05 gl-rating pic 9.
        05 filler pic x(3) value spaces.
        05 gl-cell pic x(10) occurs 4 times.
    01 cell-edit pic zz9.99.
    01 rating-line.
        05 rl-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 rl-name pic x(30).
        05 filler pic x value space.
        05 rl-dept pic x(4).
        05 filler pic x(3) value spaces.
        05 rl-rating pic 9.
        05 filler pic x(3) value spaces.
        05 rl-rated-by pic x(20).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "merit-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_cycle (cycle_id text primary key, description text, effective_date text, status text default 'OPEN', committed_by text, committed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_matrix (cycle_id text, rating integer, quartile integer, increase_pct numeric, primary key (cycle_id, rating, quartile))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists merit_rating (cycle_id text, person_id integer, rating integer, rated_by text, rated_ts text, proposed_rate numeric, pending_id integer, primary key (cycle_id, person_id))",
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
        display "merit review maintenance -- ", trim(file-name)
        display "  C) cycles    M) merit matrix    R) ratings    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "C" when "c"
                perform cycle-menu
            when "M" when "m"
                perform matrix-menu
            when "R" when "r"
                perform rating-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

cycle-menu.
    move space to cycle-choice.
    perform until cycle-choice = "X" or cycle-choice = "x"
        display " "
        display "cycles -- A) add/replace   L) list   X) back"
        display "choice: " with no advancing
        accept cycle-choice
        evaluate cycle-choice
            when "A" when "a"
                perform cycle-add
            when "L" when "l"
                perform cycle-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", cycle-choice
        end-evaluate
    end-perform.

cycle-add.
    display "cycle id (e.g. 2026): " with no advancing.
    accept in-cycle-id.
    move function upper-case(in-cycle-id) to in-cycle-id.
    if in-cycle-id = spaces then
        display "add failed: cycle id may not be blank"
        exit paragraph
    end-if.
    perform check-cycle.
    if CYCLE-FOUND and not CYCLE-OPEN then
        display "add failed: cycle ", trim(in-cycle-id), " is ", trim(cycle-status)
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "increases effective (yyyymmdd): " with no advancing.
    accept in-effective.
    if in-effective = 0 or test-date-yyyymmdd(in-effective) not = 0 then
        display "add failed: effective date is not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-effective) to in-effective-iso.
    move "insert or replace into merit_cycle (cycle_id, description, effective_date, status) values (?, ?, ?, 'OPEN')"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-effective-iso) to db-status
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
            display "cycle ", trim(in-cycle-id), " saved, increases effective ",
                in-effective-iso
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

cycle-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select cycle_id, coalesce(description, ''), coalesce(effective_date, ''), coalesce(status, 'OPEN') from merit_cycle order by cycle_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
    else
        display "CYCLE    DESCRIPTION                              EFFECTIVE  STATUS"
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cycle-id) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-effective) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
            display out-cycle-id, " ", out-description, " ", out-effective,
                " ", out-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

matrix-menu.
    move space to matrix-choice.
    perform until matrix-choice = "X" or matrix-choice = "x"
        display " "
        display "merit matrix -- S) set cell   L) show grid   X) back"
        display "choice: " with no advancing
        accept matrix-choice
        evaluate matrix-choice
            when "S" when "s"
                perform matrix-set
            when "L" when "l"
                perform matrix-show
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", matrix-choice
        end-evaluate
    end-perform.

matrix-set.
    perform prompt-open-cycle.
    if not CYCLE-FOUND then
        exit paragraph
    end-if.
    display "rating (1-5): " with no advancing.
    accept in-rating.
    if in-rating < 1 or in-rating > 5 then
        display "set failed: rating must be 1 through 5"
        exit paragraph
    end-if.
    display "compa-ratio quartile (1-4): " with no advancing.
    accept in-quartile.
    if in-quartile < 1 or in-quartile > 4 then
        display "set failed: quartile must be 1 through 4"
        exit paragraph
    end-if.
    display "increase percent (e.g. 3.50): " with no advancing.
    accept in-pct-text.
    move numval(trim(in-pct-text)) to in-pct.
    if in-pct < 0 then
        display "set failed: increase percent may not be negative"
        exit paragraph
    end-if.
    move in-pct to in-pct-edit.
    move "insert or replace into merit_matrix (cycle_id, rating, quartile, increase_pct) values (?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status
            move in-rating to bind-rating
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-rating) to db-status
            move in-quartile to bind-quartile
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-quartile) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-pct-edit)) to db-status
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
            display "cycle ", trim(in-cycle-id), " rating ", in-rating,
                " quartile ", in-quartile, ": ", trim(in-pct-edit), "%"
        else
            display "set failed, status ", db-status
        end-if
    else
        display "set failed: database is locked by another operator, try again"
    end-if.

matrix-show.
    display "cycle id: " with no advancing.
    accept in-cycle-id.
    move function upper-case(in-cycle-id) to in-cycle-id.
    move all "        --" to grid-table.
    move SQLITE3-STMT-OPEN(db-handle,
        "select rating, quartile, coalesce(increase_pct, 0) from merit_matrix where cycle_id = ? and rating between 1 and 5 and quartile between 1 and 4",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "show failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-rating
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-quartile
        move 2 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-pct
        move out-pct to cell-edit
        move spaces to grid-cell(out-rating, out-quartile)
        move cell-edit to grid-cell(out-rating, out-quartile)(4:6)
        move "%" to grid-cell(out-rating, out-quartile)(10:1)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    display "merit matrix, cycle ", trim(in-cycle-id), " -- increase percent".
    display "               QUARTILE 1 QUARTILE 2 QUARTILE 3 QUARTILE 4".
    perform varying grid-rating from 5 by -1 until grid-rating < 1
        move grid-rating to gl-rating
        move grid-cell(grid-rating, 1) to gl-cell(1)
        move grid-cell(grid-rating, 2) to gl-cell(2)
        move grid-cell(grid-rating, 3) to gl-cell(3)
        move grid-cell(grid-rating, 4) to gl-cell(4)
        display grid-line
    end-perform.

rating-menu.
    move space to rating-choice.
    perform until rating-choice = "X" or rating-choice = "x"
        display " "
        display "ratings -- A) record/replace   D) delete   L) list cycle   X) back"
        display "choice: " with no advancing
        accept rating-choice
        evaluate rating-choice
            when "A" when "a"
                perform rating-add
            when "D" when "d"
                perform rating-delete
            when "L" when "l"
                perform rating-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", rating-choice
        end-evaluate
    end-perform.

*> only someone still on the books gets a merit increase
rating-add.
    perform prompt-open-cycle.
    if not CYCLE-FOUND then
        exit paragraph
    end-if.
    display "person id: " with no advancing.
    accept in-id.
    move 0 to found-count.
    move spaces to sql-text.
    string "select count(*) from person where coalesce(status, 'A') in ('A', 'L') and id = "
        in-id into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        display "record failed: no active or on-leave person with id ", in-id
        exit paragraph
    end-if.
    display "rating (1-5): " with no advancing.
    accept in-rating.
    if in-rating < 1 or in-rating > 5 then
        display "record failed: rating must be 1 through 5"
        exit paragraph
    end-if.
    move function current-date to rated-ts.
    move "insert or replace into merit_rating (cycle_id, person_id, rating, rated_by, rated_ts) values (?, ?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status
            move in-id to bind-person-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
            move in-rating to bind-rating
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-rating) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, rated-ts) to db-status
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
            display "person ", in-id, " rated ", in-rating, " for cycle ",
                trim(in-cycle-id)
        else
            display "record failed, status ", db-status
        end-if
    else
        display "record failed: database is locked by another operator, try again"
    end-if.

rating-delete.
    perform prompt-open-cycle.
    if not CYCLE-FOUND then
        exit paragraph
    end-if.
    display "person id: " with no advancing.
    accept in-id.
    move "delete from merit_rating where cycle_id = ? and person_id = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status
            move in-id to bind-person-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
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
            display "delete: no rating for person ", in-id, " in cycle ",
                trim(in-cycle-id)
        else
            display "rating for person ", in-id, " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

rating-list.
    display "cycle id: " with no advancing.
    accept in-cycle-id.
    move function upper-case(in-cycle-id) to in-cycle-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select r.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), coalesce(p.dept_code, ''), r.rating, coalesce(r.rated_by, '') from merit_rating r left join person p on p.id = r.person_id where r.cycle_id = ? order by p.dept_code, r.person_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status.
    display "   PERSON NAME                           DEPT RATING RATED BY".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-rating
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-rated-by) to bool
        move out-person-id to rl-person
        move spaces to person-name
        string trim(out-first) " " trim(out-last) into person-name end-string
        move person-name(1:30) to rl-name
        move out-dept to rl-dept
        move out-rating to rl-rating
        move out-rated-by to rl-rated-by
        display rating-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> keys a cycle id and insists it is on file and still OPEN;
*> cycle-found-flag comes back 0 otherwise
prompt-open-cycle.
    display "cycle id: " with no advancing.
    accept in-cycle-id.
    move function upper-case(in-cycle-id) to in-cycle-id.
    perform check-cycle.
    if not CYCLE-FOUND then
        display "refused: no cycle ", trim(in-cycle-id), " (add it under C)"
        exit paragraph
    end-if.
    if not CYCLE-OPEN then
        display "refused: cycle ", trim(in-cycle-id), " is ", trim(cycle-status)
        move 0 to cycle-found-flag
    end-if.

check-cycle.
    move 0 to cycle-found-flag.
    move spaces to cycle-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'OPEN') from merit_cycle where cycle_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-cycle-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to cycle-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cycle-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> credentialed sign-on, shared with every other screen: password
*> verified, first-use/expiry change forced, lockout after repeated
*> failures, denials audited (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program merit-maintenance.
