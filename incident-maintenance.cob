GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 incident-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Workplace injury and illness cases, off the paper forms in the safety
*> office and onto the person they happened to (incident, migration
*> 163).  Each case carries the incident date, where it happened, the
*> department it is charged to (the person's own unless keyed
*> otherwise), what happened, the injury type -- INJURY, SKIN,
*> RESPIRATORY, POISONING, HEARING or ILLNESS, the columns of the
*> annual log -- the body part, days away from work and days on
*> restricted duty (each capped at 180, as the log counts them), and
*> whether it is recordable.  Days usually grow after the first report,
*> so option U re-keys them on an existing case.
*>
*> The signed forms are scanned in with person-document (-type
*> INCIDENT) and filed against the case here by document id (option F,
*> incident_document, migration 164); the document has to be one of
*> the injured person's own, the way cert-maintenance files a
*> certificate.  A case with days away can put the person on leave
*> (option P, or offered straight after R and U): the same lifecycle
*> person-maintenance's S option runs -- only an active person, the
*> prior image into person_history, the status change audited and an
*> 'S' change_log row for the downstream feeds -- and the case records
*> who placed them on leave and when.  Coming back is person-
*> maintenance's S option as always.  Every write is under the app_lock
*> and audited under the signed-on operator; incident-log prints the
*> annual log and summary.
identification division.
    program-id. incident-maintenance.
    REMARKS. Workplace injury and incident case maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 close-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-target pic s9(9) comp.

    01 menu-choice pic x.
    01 yes-no pic x.
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 sql-text pic x(512).
    01 audit-note pic x(200).
    01 timestamp-now pic x(26).
    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 found-count pic s9(9) comp.

    *> the case as keyed
    01 in-id-text pic x(9).
    01 in-person-id pic 9(9).
    01 in-case-id pic 9(9).
    01 in-date-text pic x(8).
    01 in-date pic 9(8).
    01 in-date-iso pic x(10).
    01 in-location pic x(60).
    01 in-dept pic x(10).
    01 in-description pic x(120).
    01 in-injury-type pic x(12).
    01 in-body-part pic x(30).
    01 in-days-text pic x(9).
    01 in-days-away pic 9(3).
    01 in-days-restricted pic 9(3).
    01 in-recordable pic x.
    01 in-doc-id pic 9(9).
    01 new-case-id PIC 9(18) COMP.
    01 case-disp pic 9(9).

    *> the person and the case as they stand
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 cur-status pic x.
    01 cur-dept pic x(10).
    01 cur-name pic x(60).
    01 case-found-flag pic 9.
        88 CASE-FOUND value 1.
    01 case-person-id pic 9(9).
    01 case-date pic x(10).
    01 case-location pic x(60).
    01 case-dept pic x(10).
    01 case-description pic x(120).
    01 case-injury-type pic x(12).
    01 case-body-part pic x(30).
    01 case-days-away pic s9(9) comp.
    01 case-days-restricted pic s9(9) comp.
    01 case-recordable pic x.
    01 case-leave-by pic x(20).
    01 case-leave-ts pic x(26).
    01 days-disp pic zz9.
    01 days-disp-2 pic zz9.

    *> the leave lifecycle, as person-maintenance writes it
    01 hist-sql pic x(1024).
    01 chg-sql pic x(1024).
    01 person-id-text pic 9(9).

    01 out-case-id pic s9(9) comp.
    01 out-date pic x(10).
    01 out-dept pic x(10).
    01 out-type pic x(12).
    01 out-days-away pic s9(9) comp.
    01 out-days-restricted pic s9(9) comp.
    01 out-recordable pic x.
    01 out-forms pic s9(9) comp.
    01 out-description pic x(40).
    01 out-doc-id pic s9(9) comp.
    01 out-doc-type pic x(10).
    01 out-file-name pic x(60).
    01 listed-count pic 9(5).
    01 list-line.
        05 ll-case pic zzzzz9.
        05 filler pic xx value spaces.
        05 ll-date pic x(11).
        05 ll-dept pic x(6).
        05 ll-type pic x(12).
        05 ll-away pic zz9.
        05 filler pic x value space.
        05 ll-restricted pic zz9.
        05 filler pic xx value spaces.
        05 ll-recordable pic x(4).
        05 ll-forms pic z9.
        05 filler pic xx value spaces.
        05 ll-description pic x(40).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "incident-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists incident (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, incident_date text, location text, dept_code text, description text, injury_type text, body_part text, days_away integer default 0, days_restricted integer default 0, recordable text default 'Y', leave_placed_by text, leave_placed_ts text, entered_by text, entered_ts text, changed_by text, changed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists incident_document (incident_id integer, document_id integer, attached_by text, attached_ts text, primary key (incident_id, document_id))",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

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
        display "injury and incident cases -- ", trim(file-name)
        display "  R) record a case   U) update days / recordable   F) file a form"
        display "  V) view a case   L) list a person's cases   P) place on leave for a case   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "R" when "r"
                perform record-case
            when "U" when "u"
                perform update-case
            when "F" when "f"
                perform file-form
            when "V" when "v"
                perform view-case
            when "L" when "l"
                perform list-cases
            when "P" when "p"
                display "case number: " with no advancing
                accept in-id-text
                if trim(in-id-text) is numeric then
                    move trim(in-id-text) to in-case-id
                    perform place-on-leave
                else
                    display "leave failed: the case number is a number"
                end-if
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> credentialed sign-on, shared with every other screen
*> (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

record-case.
    display "person id: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "record failed: the person id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-person-id.
    perform get-person-current.
    if not PERSON-FOUND then
        display "record failed: no person with id ", in-person-id
        exit paragraph
    end-if.
    display "  ", trim(cur-name), " (", trim(cur-dept), ", status ", cur-status, ")".
    display "incident date (yyyymmdd): " with no advancing.
    accept in-date-text.
    if in-date-text is not numeric then
        display "record failed: the date is yyyymmdd"
        exit paragraph
    end-if.
    move in-date-text to in-date.
    if in-date > business-date or test-date-yyyymmdd(in-date) not = 0 then
        display "record failed: ", in-date, " is not a date on or before the business date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-date) to in-date-iso.
    display "location: " with no advancing.
    accept in-location.
    display "department charged (blank for ", trim(cur-dept), "): " with no advancing.
    accept in-dept.
    move upper-case(in-dept) to in-dept.
    if in-dept = spaces then
        move cur-dept to in-dept
    else
        move "select count(*) from department where dept_code = ?" to sql-text
        perform count-text-matches
        if found-count = 0 then
            display "record failed: no department ", trim(in-dept)
            exit paragraph
        end-if
    end-if.
    display "what happened: " with no advancing.
    accept in-description.
    if in-description = spaces then
        display "record failed: a description is required"
        exit paragraph
    end-if.
    display "injury type (INJURY, SKIN, RESPIRATORY, POISONING, HEARING, ILLNESS): "
        with no advancing.
    accept in-injury-type.
    move upper-case(in-injury-type) to in-injury-type.
    evaluate in-injury-type
        when "INJURY" when "SKIN" when "RESPIRATORY" when "POISONING"
        when "HEARING" when "ILLNESS"
            continue
        when other
            display "record failed: no injury type ", trim(in-injury-type)
            exit paragraph
    end-evaluate.
    display "body part: " with no advancing.
    accept in-body-part.
    perform accept-days.
    if in-days-text = "BAD" then
        exit paragraph
    end-if.

    move function current-date to timestamp-now.
    move "insert into incident (person_id, incident_date, location, dept_code, description, injury_type, body_part, days_away, days_restricted, recordable, entered_by, entered_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    move 0 to new-case-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "record failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-location)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-dept)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(in-description)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(in-injury-type)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(in-body-part)) to db-status
        move in-days-away to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-8, bind-target) to db-status
        move in-days-restricted to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-9, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, in-recordable) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, timestamp-now) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
            move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-case-id
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move new-case-id to case-disp.
    move spaces to audit-note.
    string "incident case " case-disp " recorded for person " in-person-id
        " " trim(in-injury-type) " on " in-date-iso
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status not = 0 then
        display "record failed, status ", db-status
        exit paragraph
    end-if.
    display "case ", case-disp, " recorded -- scan the forms with person-document -type INCIDENT and file them with F".
    move case-disp to in-case-id.
    perform offer-leave.

*> days away and restricted, capped at 180 as the log counts them,
*> and the recordable flag; in-days-text is "BAD" when refused
accept-days.
    display "days away from work: " with no advancing.
    accept in-days-text.
    if trim(in-days-text) = spaces then
        move "0" to in-days-text
    end-if.
    if trim(in-days-text) is not numeric then
        display "failed: days are a whole number"
        move "BAD" to in-days-text
        exit paragraph
    end-if.
    move trim(in-days-text) to in-days-away.
    display "days on restricted duty: " with no advancing.
    accept in-days-text.
    if trim(in-days-text) = spaces then
        move "0" to in-days-text
    end-if.
    if trim(in-days-text) is not numeric then
        display "failed: days are a whole number"
        move "BAD" to in-days-text
        exit paragraph
    end-if.
    move trim(in-days-text) to in-days-restricted.
    if in-days-away > 180 then
        display "days away counted as 180"
        move 180 to in-days-away
    end-if.
    if in-days-restricted > 180 then
        display "days restricted counted as 180"
        move 180 to in-days-restricted
    end-if.
    display "recordable (Y/N): " with no advancing.
    accept in-recordable.
    move upper-case(in-recordable) to in-recordable.
    if in-recordable not = "N" then
        move "Y" to in-recordable
    end-if.
    move spaces to in-days-text.

*> straight after R or U: days away and an active person, so ask
offer-leave.
    perform load-case.
    if not CASE-FOUND or case-days-away = 0 or case-leave-by not = spaces then
        exit paragraph
    end-if.
    move case-person-id to in-person-id.
    perform get-person-current.
    if cur-status not = "A" then
        exit paragraph
    end-if.
    display "place person ", in-person-id, " on leave for this case (Y/N): "
        with no advancing.
    accept yes-no.
    if yes-no = "Y" or yes-no = "y" then
        perform place-on-leave
    end-if.

update-case.
    display "case number: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "update failed: the case number is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-case-id.
    perform load-case.
    if not CASE-FOUND then
        display "update failed: no case ", in-case-id
        exit paragraph
    end-if.
    move case-days-away to days-disp.
    move case-days-restricted to days-disp-2.
    display "  now: ", trim(days-disp), " day(s) away, ", trim(days-disp-2),
        " restricted, recordable ", case-recordable.
    perform accept-days.
    if in-days-text = "BAD" then
        exit paragraph
    end-if.
    move function current-date to timestamp-now.
    move "update incident set days_away = ?, days_restricted = ?, recordable = ?, changed_by = ?, changed_ts = ? where id = ?"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "update failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move in-days-away to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move in-days-restricted to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-recordable) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, timestamp-now) to db-status
        move in-case-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string "incident case " in-case-id " days away " in-days-away " restricted "
        in-days-restricted " recordable " in-recordable
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status not = 0 then
        display "update failed, status ", db-status
        exit paragraph
    end-if.
    display "case ", in-case-id, " updated".
    perform offer-leave.

*> the scanned form has to be the injured person's own document
file-form.
    display "case number: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "file failed: the case number is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-case-id.
    perform load-case.
    if not CASE-FOUND then
        display "file failed: no case ", in-case-id
        exit paragraph
    end-if.
    display "document id (person-document -action list shows it): " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "file failed: the document id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-doc-id.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_document where id = ? and person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-doc-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move case-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    if found-count = 0 then
        display "file failed: document ", in-doc-id, " is not one of person ",
            case-person-id, "'s documents"
        exit paragraph
    end-if.
    move function current-date to timestamp-now.
    move "insert or ignore into incident_document (incident_id, document_id, attached_by, attached_ts) values (?, ?, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "file failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move in-case-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move in-doc-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, timestamp-now) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string "incident case " in-case-id " form filed: document " in-doc-id
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    evaluate true
        when db-status not = 0
            display "file failed, status ", db-status
        when rows-changed = 0
            display "document ", in-doc-id, " was already filed on case ", in-case-id
        when other
            display "document ", in-doc-id, " filed on case ", in-case-id
    end-evaluate.

view-case.
    display "case number: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "view failed: the case number is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-case-id.
    perform load-case.
    if not CASE-FOUND then
        display "no case ", in-case-id
        exit paragraph
    end-if.
    move case-person-id to in-person-id.
    perform get-person-current.
    move case-days-away to days-disp.
    move case-days-restricted to days-disp-2.
    display "case ", in-case-id, "  person ", case-person-id, " ", trim(cur-name),
        " (now status ", cur-status, ")".
    display "  date ", case-date, "  department ", trim(case-dept),
        "  location ", trim(case-location).
    display "  ", trim(case-injury-type), " -- ", trim(case-body-part).
    display "  ", trim(case-description).
    display "  days away ", trim(days-disp), "  restricted ", trim(days-disp-2),
        "  recordable ", case-recordable.
    if case-leave-by not = spaces then
        display "  placed on leave by ", trim(case-leave-by), " at ", case-leave-ts(1:14)
    end-if.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select d.id, coalesce(d.doc_type, ''), coalesce(d.file_name, '') from incident_document i join person_document d on d.id = i.document_id where i.incident_id = ? order by d.id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-case-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move spaces to out-doc-type out-file-name
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-doc-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-doc-type) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-file-name) to bool
            move out-doc-id to case-disp
            display "  form: document ", case-disp, " ", trim(out-doc-type), " ",
                trim(out-file-name)
            add 1 to listed-count
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    if listed-count = 0 then
        display "  (no forms filed)"
    end-if.

list-cases.
    display "person id: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "list failed: the person id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-person-id.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select i.id, coalesce(i.incident_date, ''), coalesce(i.dept_code, ''), coalesce(i.injury_type, ''), coalesce(i.days_away, 0), coalesce(i.days_restricted, 0), coalesce(i.recordable, 'Y'), (select count(*) from incident_document d where d.incident_id = i.id), coalesce(i.description, '') from incident i where i.person_id = ? order by i.incident_date, i.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move in-person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    display "  CASE  DATE       DEPT  TYPE        AWAY RSTR REC FORMS DESCRIPTION".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-date out-dept out-type out-description
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-case-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-days-away
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-days-restricted
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-recordable) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-forms
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
        move out-case-id to ll-case
        move out-date to ll-date
        move out-dept to ll-dept
        move out-type to ll-type
        move out-days-away to ll-away
        move out-days-restricted to ll-restricted
        move out-recordable to ll-recordable
        move out-forms to ll-forms
        move out-description to ll-description
        display list-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.
    if listed-count = 0 then
        display "  (no cases for person ", in-person-id, ")"
    end-if.

*> days away put an active person on leave the way person-maintenance's
*> S option does: prior image to person_history, the status change
*> audited, an 'S' change_log row -- then the case says who and when
place-on-leave.
    perform load-case.
    if not CASE-FOUND then
        display "leave failed: no case ", in-case-id
        exit paragraph
    end-if.
    if case-days-away = 0 then
        display "leave failed: case ", in-case-id, " has no days away"
        exit paragraph
    end-if.
    move case-person-id to in-person-id.
    perform get-person-current.
    if not PERSON-FOUND then
        display "leave failed: no person with id ", in-person-id
        exit paragraph
    end-if.
    if cur-status not = "A" then
        display "leave failed: person ", in-person-id, " is status ", cur-status,
            " -- only an active person goes on leave"
        exit paragraph
    end-if.
    move in-person-id to person-id-text.
    move function current-date to timestamp-now.
    move "update person set status = 'L' where id = ? and coalesce(status, 'A') = 'A'"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "leave failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    perform write-history.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string "update person set status = 'L' where id = " person-id-text
        " [incident case " in-case-id " days away]"
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    if db-status = 0 then
        perform write-change-log
        move SQLITE3-STMT-OPEN(db-handle,
            "update incident set leave_placed_by = ?, leave_placed_ts = ? where id = ?",
            stmt-handle) to close-status
        if close-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to close-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, timestamp-now) to close-status
            move in-case-id to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-target) to close-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status = 0 then
        display "person ", in-person-id, " is now status L (leave) for case ", in-case-id
    else
        display "leave failed, status ", db-status
    end-if.

*> the prior image into person_history, exactly as person-maintenance
*> stamps it
write-history.
    move spaces to hist-sql.
    string
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) "
        "select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, "
        "coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), ?, ?, reports_to, job_code from person where id = "
        person-id-text
        into hist-sql
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, hist-sql, stmt-handle) to close-status.
    if close-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, timestamp-now) to close-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(operator-id)) to close-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.

*> the after-image for the downstream feeds, op 'S' as a status change
write-change-log.
    move spaces to chg-sql.
    string
        "insert into change_log (op_code, person_id, business_date, first_name, last_name, birth_date, hire_date, dept_code, status) "
        "select 'S', id, '" busdate-iso "', first_name, last_name, coalesce(birth_date, ''), coalesce(hire_date, ''), "
        "coalesce(dept_code, ''), coalesce(status, 'A') from person where id = " person-id-text
        into chg-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, chg-sql, error-message) to close-status.

get-person-current.
    move 0 to person-found-flag.
    move "A" to cur-status.
    move spaces to cur-dept cur-name.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'A'), coalesce(dept_code, ''), coalesce(first_name, '') || ' ' || coalesce(last_name, '') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-dept) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-name) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

load-case.
    move 0 to case-found-flag case-person-id case-days-away case-days-restricted.
    move spaces to case-date case-location case-dept case-description
        case-injury-type case-body-part case-recordable case-leave-by case-leave-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id, coalesce(incident_date, ''), coalesce(location, ''), coalesce(dept_code, ''), coalesce(description, ''), coalesce(injury_type, ''), coalesce(body_part, ''), coalesce(days_away, 0), coalesce(days_restricted, 0), coalesce(recordable, 'Y'), coalesce(leave_placed_by, ''), coalesce(leave_placed_ts, '') from incident where id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move in-case-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to case-found-flag
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move bind-target to case-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-location) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-description) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-injury-type) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-body-part) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to case-days-away
        move 8 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to case-days-restricted
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-recordable) to bool
        move 10 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-leave-by) to bool
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,case-leave-ts) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

*> what the one-parameter count in sql-text finds for in-dept
count-text-matches.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-dept)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.

end program incident-maintenance.
