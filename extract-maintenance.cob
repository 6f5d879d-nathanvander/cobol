GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 extract-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob operator-utils.cob
*>***************************************
*> Supervisor maintenance for the fixed-width extract definitions
*> extract-run produces (extract_definition and extract_field,
*> migrations 160 and 161).  An extract leaves the building with
*> whatever its query selects, so a supervisor signs on
*> (OPERATOR-SIGNON; a clerk is turned away).
*>
*> Option A adds an extract or replaces its definition: a description,
*> where the rows come from -- a saved query_library entry by name, or
*> the extract's own SELECT with its "?" parameters named in order --
*> the record length (at most 2000, and at least 25 when it carries
*> the PERSHR01 header or trailer), whether it has a header and a
*> trailer, the field whose total is the trailer hash, and the file id
*> interface_log knows it by.  Its own SQL must prepare and have as
*> many "?" as named parameters before it is taken.
*> Option F adds or replaces one field of the detail record by
*> sequence number: name, type (TEXT, NUMBER, MONEY, DATE, LITERAL),
*> the result column it comes from (checked against the extract's
*> query) or the literal, start position and length (inside the
*> record and clear of every other field), alignment, fill, and for a
*> DATE its format.  Option R removes a field, option D an extract
*> with all its fields, option S shows an extract's layout and option
*> L lists the extracts.  Writes go under the app_lock and are audited
*> under the signed-on supervisor.
identification division.
    program-id. extract-maintenance.
    REMARKS. Fixed-width extract definition maintenance.

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
    FUNCTION SQLITE3-COLUMN-COUNT
    FUNCTION SQLITE3-COLUMN-NAME
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
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
    01 operator-id pic x(20).
    01 operator-role pic x(10).
        88 IS-SUPERVISOR value "SUP".
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 sql-text pic x(1024).
    01 sql-ptr pic s9(4) comp.
    01 audit-note pic x(200).
    01 changed-ts pic x(26).
    01 found-count pic s9(9) comp.
    01 match-value pic x(30).

    *> one definition as keyed
    01 in-extract-name pic x(30).
    01 in-description pic x(60).
    01 in-source pic x.
    01 in-query-name pic x(20).
    01 in-sql pic x(512).
    01 in-param-names pic x(100).
    01 in-length-text pic x(9).
    01 in-record-length pic 9(4).
    01 in-header pic x.
    01 in-trailer pic x.
    01 in-hash-field pic x(20).
    01 in-file-id pic x(20).
    01 question-count pic s9(9) comp.
    01 param-count pic s9(9) comp.
    01 param-piece pic x(20).
    01 param-ptr pic s9(4) comp.

    *> one field as keyed
    01 in-seq-text pic x(9).
    01 in-seq pic 9(4).
    01 in-field-name pic x(20).
    01 in-field-type pic x(8).
    01 in-column pic x(30).
    01 in-literal pic x(60).
    01 in-start-text pic x(9).
    01 in-start pic 9(4).
    01 in-field-length pic 9(4).
    01 in-end pic 9(4).
    01 in-align pic x.
    01 in-fill pic x.
    01 in-date-format pic x(10).
    01 start-disp pic zzz9.
    01 end-disp pic zzz9.
    01 length-disp pic zzz9.

    *> the extract a field belongs to, for checking it
    01 owner-record-length pic s9(9) comp.
    01 owner-query-name pic x(20).
    01 owner-sql pic x(512).
    01 num-cols pic s9(9) comp.
    01 col-name pic x(64).
    01 column-found pic 9.

    01 out-seq pic s9(9) comp.
    01 out-start pic s9(9) comp.
    01 out-length pic s9(9) comp.
    01 out-fields pic s9(9) comp.
    01 out-name pic x(30).
    01 out-file-id pic x(20).
    01 out-source pic x(20).
    01 out-flags pic x(3).
    01 out-field-name pic x(20).
    01 out-column pic x(30).
    01 out-type pic x(8).
    01 out-align pic x.
    01 out-fill pic x.
    01 out-format pic x(60).
    01 listed-count pic 9(5).

    01 list-line.
        05 ll-name pic x(24).
        05 filler pic x value space.
        05 ll-file-id pic x(12).
        05 ll-length pic zzz9.
        05 filler pic xx value spaces.
        05 ll-flags pic x(5).
        05 ll-fields pic zz9.
        05 filler pic xx value spaces.
        05 ll-source pic x(30).
    01 field-line.
        05 fl-seq pic zzz9.
        05 filler pic xx value spaces.
        05 fl-name pic x(20).
        05 filler pic x value space.
        05 fl-start pic zzzz9.
        05 filler pic x value space.
        05 fl-end pic zzzz9.
        05 filler pic xx value spaces.
        05 fl-length pic zzz9.
        05 filler pic xx value spaces.
        05 fl-type pic x(8).
        05 fl-align pic x(2).
        05 fl-fill pic x(2).
        05 fl-source pic x(40).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "extract-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists extract_definition (extract_name text primary key, description text, file_id text, query_name text, sql_text text, param_names text, record_length integer, header_flag text default 'N', trailer_flag text default 'N', hash_field text, changed_by text, changed_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists extract_field (extract_name text, field_seq integer, field_name text, source_column text, start_pos integer, field_length integer, field_type text, align text, fill text, date_format text, literal_value text, primary key (extract_name, field_seq))",
        error-message) to db-status.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if not IS-SUPERVISOR then
        display "extract definition maintenance is a supervisor function"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "extract definitions -- ", trim(file-name)
        display "  L) list   S) show fields   A) add or replace an extract   F) add or replace a field"
        display "  R) remove a field   D) delete an extract   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "L" when "l"
                perform list-extracts
            when "S" when "s"
                perform show-fields
            when "A" when "a"
                perform add-extract
            when "F" when "f"
                perform add-field
            when "R" when "r"
                perform remove-field
            when "D" when "d"
                perform delete-extract
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

list-extracts.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select d.extract_name, coalesce(d.file_id, ''), coalesce(d.record_length, 0), coalesce(d.header_flag, 'N') || coalesce(d.trailer_flag, 'N'), (select count(*) from extract_field f where f.extract_name = d.extract_name), case when coalesce(d.query_name, '') <> '' then 'query ' || d.query_name else 'own SQL' end from extract_definition d order by d.extract_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    display "EXTRACT                  FILE ID     LEN  H/T  FLD  SOURCE".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-name out-file-id out-flags out-source
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-file-id) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-length
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-flags) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-fields
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-source) to bool
        move out-name to ll-name
        move out-file-id to ll-file-id
        move out-length to ll-length
        move spaces to ll-flags
        string out-flags(1:1) "/" out-flags(2:1) delimited by size into ll-flags
        end-string
        move out-fields to ll-fields
        move out-source to ll-source
        display list-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if listed-count = 0 then
        display "  (no extracts defined yet)"
    end-if.

show-fields.
    display "extract: " with no advancing.
    accept in-extract-name.
    move lower-case(in-extract-name) to in-extract-name.
    perform load-owner.
    if found-count = 0 then
        display "no extract ", trim(in-extract-name)
        exit paragraph
    end-if.
    move 0 to listed-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select field_seq, coalesce(field_name, ''), coalesce(start_pos, 0), coalesce(field_length, 0), coalesce(field_type, ''), coalesce(align, ''), coalesce(fill, ''), case field_type when 'LITERAL' then '""' || coalesce(literal_value, '') || '""' when 'DATE' then coalesce(source_column, '') || ' ' || coalesce(date_format, '') else coalesce(source_column, '') end from extract_field where extract_name = ? order by field_seq",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "show failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status.
    move owner-record-length to length-disp.
    display "record length ", trim(length-disp).
    display " SEQ  FIELD                START   END   LEN  TYPE    A F SOURCE".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-field-name out-type out-align out-fill out-format
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-seq
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-field-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-start
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-length
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-align) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-fill) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-format) to bool
        move out-seq to fl-seq
        move out-field-name to fl-name
        move out-start to fl-start
        compute fl-end = out-start + out-length - 1
        move out-length to fl-length
        move out-type to fl-type
        move out-align to fl-align
        move out-fill to fl-fill
        move out-format to fl-source
        display field-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if listed-count = 0 then
        display "  (no fields yet -- F adds them)"
    end-if.

*> what the one-parameter count in sql-text finds for match-value
count-matches.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(match-value)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> in-extract-name's record length and the SQL its rows come from;
*> found-count 0 when there is no such extract
load-owner.
    move 0 to found-count owner-record-length.
    move spaces to owner-query-name owner-sql.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(record_length, 0), coalesce(query_name, ''), coalesce(sql_text, '') from extract_definition where extract_name = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to found-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to owner-record-length
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,owner-query-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,owner-sql) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if found-count = 1 and owner-query-name not = spaces then
        move spaces to owner-sql
        move SQLITE3-STMT-OPEN(db-handle,
            "select sql_text from query_library where query_name = ?",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(owner-query-name)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_ROW then
                move 0 to col-idx
                move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,owner-sql) to bool
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
    end-if.

add-extract.
    display "extract name: " with no advancing.
    accept in-extract-name.
    move lower-case(in-extract-name) to in-extract-name.
    if in-extract-name = spaces then
        display "add failed: a name is required"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "rows from (Q)uery library entry or its (O)wn SQL: " with no advancing.
    accept in-source.
    move upper-case(in-source) to in-source.
    move spaces to in-query-name in-sql in-param-names.
    evaluate in-source
        when "Q"
            display "query library name: " with no advancing
            accept in-query-name
            move "select count(*) from query_library where query_name = ?"
                to sql-text
            move in-query-name to match-value
            perform count-matches
            if found-count = 0 then
                display "add failed: no saved query ", trim(in-query-name),
                    " in the query library"
                exit paragraph
            end-if
        when "O"
            display "SELECT: " with no advancing
            accept in-sql
            display "parameter names for its ? marks, in order, comma separated: "
                with no advancing
            accept in-param-names
            if lower-case(in-sql(1:7)) not = "select " then
                display "add failed: an extract's SQL is a SELECT"
                exit paragraph
            end-if
            move SQLITE3-STMT-OPEN(db-handle, in-sql, stmt-handle) to db-status
            if db-status not = 0 then
                display "add failed: the SQL does not prepare, status ", db-status
                exit paragraph
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
            move 0 to question-count param-count
            inspect in-sql tallying question-count for all "?"
            if in-param-names not = spaces then
                move 1 to param-ptr
                perform until param-ptr > length(in-param-names)
                    move spaces to param-piece
                    unstring in-param-names delimited by ","
                        into param-piece with pointer param-ptr
                    end-unstring
                    add 1 to param-count
                end-perform
            end-if
            if question-count not = param-count then
                display "add failed: the SQL has ", question-count,
                    " ? mark(s) but ", param-count, " parameter name(s)"
                exit paragraph
            end-if
        when other
            display "add failed: Q or O"
            exit paragraph
    end-evaluate.
    display "header record (Y/N): " with no advancing.
    accept in-header.
    move upper-case(in-header) to in-header.
    display "trailer record (Y/N): " with no advancing.
    accept in-trailer.
    move upper-case(in-trailer) to in-trailer.
    if in-header not = "Y" then
        move "N" to in-header
    end-if.
    if in-trailer not = "Y" then
        move "N" to in-trailer
    end-if.
    display "record length: " with no advancing.
    accept in-length-text.
    if trim(in-length-text) is not numeric then
        display "add failed: the record length is a number"
        exit paragraph
    end-if.
    move trim(in-length-text) to in-record-length.
    if in-record-length < 1 or in-record-length > 2000 then
        display "add failed: the record length is 1 to 2000"
        exit paragraph
    end-if.
    if (in-header = "Y" or in-trailer = "Y") and in-record-length < 25 then
        display "add failed: header and trailer records are 25 bytes"
        exit paragraph
    end-if.
    move spaces to in-hash-field.
    if in-trailer = "Y" then
        display "hash total field (field name, blank for none): " with no advancing
        accept in-hash-field
        move upper-case(in-hash-field) to in-hash-field
    end-if.
    display "file id (blank for ", trim(upper-case(in-extract-name)), "): "
        with no advancing.
    accept in-file-id.
    if in-file-id = spaces then
        move upper-case(in-extract-name) to in-file-id
    end-if.
    if in-header = "Y" and in-file-id(9:) not = spaces then
        display "add failed: the header record carries an 8-character file id"
        exit paragraph
    end-if.

    move function current-date to changed-ts.
    move spaces to sql-text.
    move 1 to sql-ptr.
    string "insert into extract_definition (extract_name, description, file_id, query_name, sql_text, param_names, record_length, header_flag, trailer_flag, hash_field, changed_by, changed_ts) values (?, ?, ?, nullif(?, ''), nullif(?, ''), nullif(?, ''), ?, ?, ?, nullif(?, ''), ?, ?)"
        " on conflict (extract_name) do update set description = excluded.description, file_id = excluded.file_id, query_name = excluded.query_name, sql_text = excluded.sql_text, param_names = excluded.param_names, record_length = excluded.record_length,"
        " header_flag = excluded.header_flag, trailer_flag = excluded.trailer_flag, hash_field = excluded.hash_field, changed_by = excluded.changed_by, changed_ts = excluded.changed_ts"
        delimited by size into sql-text with pointer sql-ptr
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-file-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-query-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(in-sql)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(in-param-names)) to db-status
            move in-record-length to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-7, bind-target) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-header) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-trailer) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(in-hash-field)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, changed-ts) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move spaces to audit-note
        string "extract " trim(in-extract-name) " defined, file id " trim(in-file-id)
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "extract ", trim(in-extract-name), " defined -- F adds its fields"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

add-field.
    display "extract: " with no advancing.
    accept in-extract-name.
    move lower-case(in-extract-name) to in-extract-name.
    perform load-owner.
    if found-count = 0 then
        display "field failed: no extract ", trim(in-extract-name)
        exit paragraph
    end-if.
    display "field sequence number: " with no advancing.
    accept in-seq-text.
    if trim(in-seq-text) is not numeric then
        display "field failed: the sequence is a number"
        exit paragraph
    end-if.
    move trim(in-seq-text) to in-seq.
    display "field name: " with no advancing.
    accept in-field-name.
    move upper-case(in-field-name) to in-field-name.
    if in-field-name = spaces then
        display "field failed: a field name is required"
        exit paragraph
    end-if.
    display "type (TEXT, NUMBER, MONEY, DATE, LITERAL): " with no advancing.
    accept in-field-type.
    move upper-case(in-field-type) to in-field-type.
    if in-field-type not = "TEXT" and in-field-type not = "NUMBER"
       and in-field-type not = "MONEY" and in-field-type not = "DATE"
       and in-field-type not = "LITERAL" then
        display "field failed: no field type ", trim(in-field-type)
        exit paragraph
    end-if.
    move spaces to in-column in-literal in-date-format.
    if in-field-type = "LITERAL" then
        display "literal value: " with no advancing
        accept in-literal
    else
        display "result column: " with no advancing
        accept in-column
        perform check-column
        if column-found = 0 then
            display "field failed: the extract's query returns no column ",
                trim(in-column)
            exit paragraph
        end-if
    end-if.
    display "start position: " with no advancing.
    accept in-start-text.
    display "length: " with no advancing.
    accept in-length-text.
    if trim(in-start-text) is not numeric or trim(in-length-text) is not numeric then
        display "field failed: start and length are numbers"
        exit paragraph
    end-if.
    move trim(in-start-text) to in-start.
    move trim(in-length-text) to in-field-length.
    compute in-end = in-start + in-field-length - 1.
    move in-start to start-disp.
    move in-end to end-disp.
    move owner-record-length to length-disp.
    if in-start < 1 or in-field-length < 1 or in-end > owner-record-length then
        display "field failed: positions ", trim(start-disp), " to ", trim(end-disp),
            " are outside the ", trim(length-disp), "-byte record"
        exit paragraph
    end-if.
    perform check-overlap.
    if found-count > 0 then
        display "field failed: positions ", trim(start-disp), " to ", trim(end-disp),
            " overlap another field (S shows them)"
        exit paragraph
    end-if.
    display "align (L)eft or (R)ight: " with no advancing.
    accept in-align.
    move upper-case(in-align) to in-align.
    display "fill (S)pace or (Z)ero: " with no advancing.
    accept in-fill.
    move upper-case(in-fill) to in-fill.
    if (in-align not = "L" and in-align not = "R")
       or (in-fill not = "S" and in-fill not = "Z") then
        display "field failed: align is L or R, fill is S or Z"
        exit paragraph
    end-if.
    if in-field-type = "DATE" then
        display "date format (YYYYMMDD, MMDDYYYY, DDMMYYYY, YYMMDD, YYYY-MM-DD, MM/DD/YYYY): "
            with no advancing
        accept in-date-format
        move upper-case(in-date-format) to in-date-format
        if in-date-format = spaces then
            move "YYYYMMDD" to in-date-format
        end-if
        evaluate in-date-format
            when "YYYYMMDD" when "CCYYMMDD" when "MMDDYYYY" when "DDMMYYYY"
            when "YYMMDD" when "YYYY-MM-DD" when "MM/DD/YYYY"
                continue
            when other
                display "field failed: no date format ", trim(in-date-format)
                exit paragraph
        end-evaluate
    end-if.

    move spaces to sql-text.
    move 1 to sql-ptr.
    string "insert into extract_field (extract_name, field_seq, field_name, source_column, start_pos, field_length, field_type, align, fill, date_format, literal_value) values (?, ?, ?, nullif(?, ''), ?, ?, ?, ?, ?, nullif(?, ''), nullif(?, ''))"
        " on conflict (extract_name, field_seq) do update set field_name = excluded.field_name, source_column = excluded.source_column, start_pos = excluded.start_pos, field_length = excluded.field_length, field_type = excluded.field_type,"
        " align = excluded.align, fill = excluded.fill, date_format = excluded.date_format, literal_value = excluded.literal_value"
        delimited by size into sql-text with pointer sql-ptr
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
            move in-seq to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-field-name)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-column)) to db-status
            move in-start to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-target) to db-status
            move in-field-length to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-6, bind-target) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(in-field-type)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-align) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-fill) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(in-date-format)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(in-literal)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        if db-status = 0 then
            perform stamp-definition
        end-if
        move spaces to audit-note
        string "extract " trim(in-extract-name) " field " in-seq " "
            trim(in-field-name) " at " in-start " length " in-field-length
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "field ", in-seq, " ", trim(in-field-name), " is positions ",
                trim(start-disp), " to ", trim(end-disp)
        else
            display "field failed, status ", db-status
        end-if
    else
        display "field failed: database is locked by another operator, try again"
    end-if.

*> the column must be one the extract's query actually returns;
*> preparing the SELECT is enough, nothing is run
check-column.
    move 0 to column-found.
    if owner-sql = spaces then
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, owner-sql, stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-COLUMN-COUNT(stmt-handle) to num-cols.
    perform varying col-idx from 0 by 1
            until col-idx >= num-cols or column-found = 1
        move spaces to col-name
        move SQLITE3-COLUMN-NAME(stmt-handle, col-idx, col-name) to bool
        if lower-case(col-name) = lower-case(in-column) then
            move 1 to column-found
        end-if
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

*> any other field of the extract sharing a position with this one
check-overlap.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from extract_field where extract_name = ? and field_seq <> ? and start_pos <= ? and start_pos + field_length - 1 >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
        move in-seq to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move in-end to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-target) to db-status
        move in-start to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.

*> a layout change is a change to the extract: who and when
stamp-definition.
    move function current-date to changed-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update extract_definition set changed_by = ?, changed_ts = ? where extract_name = ?",
        stmt-handle) to close-status.
    if close-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(operator-id)) to close-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, changed-ts) to close-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-extract-name)) to close-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.

remove-field.
    display "extract: " with no advancing.
    accept in-extract-name.
    move lower-case(in-extract-name) to in-extract-name.
    display "field sequence number: " with no advancing.
    accept in-seq-text.
    if trim(in-seq-text) is not numeric then
        display "remove failed: the sequence is a number"
        exit paragraph
    end-if.
    move trim(in-seq-text) to in-seq.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle,
            "delete from extract_field where extract_name = ? and field_seq = ?",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
            move in-seq to bind-target
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        if rows-changed > 0 then
            perform stamp-definition
        end-if
        move spaces to audit-note
        string "extract " trim(in-extract-name) " field " in-seq " removed"
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "remove: extract ", trim(in-extract-name), " has no field ", in-seq
        else
            display "field ", in-seq, " removed from ", trim(in-extract-name)
        end-if
    else
        display "remove failed: database is locked by another operator, try again"
    end-if.

delete-extract.
    display "extract to delete: " with no advancing.
    accept in-extract-name.
    move lower-case(in-extract-name) to in-extract-name.
    display "delete ", trim(in-extract-name), " and all its fields (Y/N): "
        with no advancing.
    accept menu-choice.
    if menu-choice not = "Y" and menu-choice not = "y" then
        move space to menu-choice
        display "not deleted"
        exit paragraph
    end-if.
    move space to menu-choice.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle,
            "delete from extract_field where extract_name = ?",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
        move SQLITE3-STMT-OPEN(db-handle,
            "delete from extract_definition where extract_name = ?",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-extract-name)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move spaces to audit-note
        string "extract " trim(in-extract-name) " deleted"
            delimited by size into audit-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if rows-changed = 0 then
            display "delete: no extract ", trim(in-extract-name)
        else
            display "extract ", trim(in-extract-name), " deleted"
        end-if
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

end program extract-maintenance.
