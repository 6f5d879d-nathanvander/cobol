GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 extract-run.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob report-registry.cob mask-utils.cob
*>***************************************
*> One program for every "just a fixed-width file with these eight
*> fields" a department asks for.  hr-export, mailing-labels,
*> keyed-bridge and the rest each hard-code their query and their
*> record; this runs whatever extract_definition (migration 160, kept
*> in extract-maintenance) describes:
*>
*>    extract-run -db person.sdb -name <extract> [-out <file>] [-<param> <value> ...]
*>    extract-run -db person.sdb -name <extract> -layout Y [-out <file>]
*>    extract-run -db person.sdb
*>
*> The rows come from the extract's own SELECT or from a named
*> query_library entry (the library entry's last-run stamp is bumped as
*> query-dump bumps it); each named parameter is taken from a flag of
*> the same name or prompted for, and bound, never edited into the SQL.
*> Every row is one detail record built from the extract_field rows
*> (migration 161) in order: the result column it comes from (by
*> name), start position and length, left or right alignment, space or
*> zero fill, and its type --
*>
*>    TEXT     the column as it stands, cut to the length
*>    NUMBER   a whole number, a leading "-" when negative
*>    MONEY    read through SQLITE3-COLUMN-DECIMAL and written with two
*>             implied decimals (12.34 is 1234), "-" leading if negative
*>    DATE     an ISO or yyyymmdd column rewritten as YYYYMMDD,
*>             CCYYMMDD, MMDDYYYY, DDMMYYYY, YYMMDD, YYYY-MM-DD or
*>             MM/DD/YYYY; no date is all fill
*>    LITERAL  a constant, such as a "2" record type
*>
*> A NUMBER, MONEY or DATE value too wide for its field would be a
*> wrong number on the receiving side, so the run fails instead: the
*> file is left but not registered and RETURN-CODE is 1.  An extract
*> can ask for the PERSHR01 header (type 1: file id, business date,
*> sending system) and trailer (type 9: record count and the hash total
*> of the field it names, unsigned -- money in cents, dates as yyyymmdd
*> numbers).
*> The file ("-out", default <file id>.dat) is registered in
*> interface_log under the extract's file id with the record count and
*> hash total, so interface-control tracks it like any other feed.
*>
*> A column is masked by NAME against field_sensitivity (mask-utils)
*> the way query-dump masks its output: a restricted birth_date,
*> pay_rate, ext_id ... goes into the file masked, cut to its field and
*> left out of the hash total, unless the run was launched from an
*> operator-console session whose role may see it.  Each restricted
*> field written in the clear gets one audit_log row under that
*> operator with the record count.
*>
*> "-layout Y" writes the layout document instead ("-out", default
*> <extract>-layout.rpt) for operations to hand to the receiving
*> department -- every record type, every field's positions, type and
*> format -- and registers it as a report.  With no -name the defined
*> extracts are listed.
identification division.
    program-id. extract-run.
    REMARKS. Generic table-driven fixed-width extract runner.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-COUNT
    FUNCTION SQLITE3-COLUMN-NAME
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION INTERFACE-REGISTER
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    FUNCTION MASK-VALUE
    function all intrinsic.

    input-output section.
    file-control.
        select out-file assign to out-file-name
            organization line sequential.

data division.
file section.
fd  out-file.
01  out-record pic x(2000).

working-storage section.
    01 db-file-name pic x(256).
    01 out-file-name pic x(256) value spaces.
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 extract-name pic x(30) value spaces.
    01 layout-flag pic x value "N".
        88 LAYOUT-ONLY value "Y".

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 def-stmt        PIC 9(18) COMP.
    01 redefines def-stmt.
        05 def-stmt-object-ptr usage pointer.
    01 def-step-result pic s9(9) comp.
        88  DEF_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-ix pic s9(9) comp.

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).

    *> the definition
    01 def-found-flag pic 9 value 0.
        88 DEF-FOUND value 1.
    01 def-description pic x(60).
    01 def-file-id pic x(20).
    01 def-query-name pic x(20).
    01 def-sql pic x(512).
    01 def-param-names pic x(100).
    01 def-record-length pic 9(4).
    01 def-header pic x.
        88 WANT-HEADER value "Y".
    01 def-trailer pic x.
        88 WANT-TRAILER value "Y".
    01 def-hash-field pic x(20).
    01 run-ts pic x(26).

    01 num-params pic 99 value 0.
    01 param-ix pic 99.
    01 param-table.
        05 param-entry occurs 9 times.
            10 param-name pic x(20).
            10 param-value pic x(64).

    *> the record layout, in field order
    01 num-fields pic 99 value 0.
    01 field-ix pic 99.
    01 field-table.
        05 field-entry occurs 60 times.
            10 fd-seq pic 9(4).
            10 fd-name pic x(20).
            10 fd-column pic x(30).
            10 fd-start pic 9(4).
            10 fd-length pic 9(4).
            10 fd-type pic x(8).
            10 fd-align pic x.
            10 fd-fill pic x.
            10 fd-date-format pic x(10).
            10 fd-literal pic x(60).
            10 fd-col-idx pic s9(9) comp.
            10 fd-access pic 9.
                88 FD-MASKED value 0.
                88 FD-UNMASKED-AUDIT value 2.
            10 fd-style pic x(8).
    01 out-int pic s9(9) comp.

    01 num-cols pic s9(9) comp.
    01 col-name pic x(64).
    01 missing-column-flag pic 9 value 0.
    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.
    01 masked-value pic x(40).
    01 rows-shown pic s9(9) comp.

    *> building one detail record
    01 detail-area pic x(2000).
    01 col-text pic x(512).
    01 field-raw pic x(512).
    01 raw-length pic s9(9) comp.
    01 field-out pic x(2000).
    01 pad-char pic x.
    01 negative-flag pic 9.
    01 number-value pic s9(15).
    01 money-value pic s9(9)v99 comp-3.
    01 cents-value pic s9(13).
    01 digits-value pic 9(18).
    01 zero-count pic s9(9) comp.
    01 hash-amount pic 9(18).
    01 date-ymd pic x(8).
    01 date-parts redefines date-ymd.
        05 date-ccyy pic x(4).
        05 date-mm pic xx.
        05 date-dd pic xx.
    01 overflow-count pic 9(9) value 0.
    01 overflow-field pic x(20) value spaces.

    01 header-rec.
        05 hd-type pic x value "1".
        05 hd-file-id pic x(8).
        05 hd-business-date pic 9(8).
        05 hd-system pic x(8) value "PERSDB".
    01 trailer-rec.
        05 tr-type pic x value "9".
        05 tr-count pic 9(9).
        05 tr-hash pic 9(15).

    01 record-count pic 9(9) value 0.
    01 hash-total pic 9(15) value 0.
    01 reg-record-count pic s9(9) comp.
    01 hash-total-text pic x(16).
    01 interface-bool pic 9.

    *> the layout document
    01 layout-line pic x(132).
    01 line-count pic 9(5) value 0.
    01 registry-params pic x(200).
    01 registry-ptr pic s9(4) comp.
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.
    01 end-pos pic 9(4).
    01 length-disp pic zzz9.
    01 layout-head.
        05 filler pic x(6) value " SEQ".
        05 filler pic x(21) value "FIELD".
        05 filler pic x(7) value "START".
        05 filler pic x(7) value "END".
        05 filler pic x(6) value "LEN".
        05 filler pic x(9) value "TYPE".
        05 filler pic x(7) value "ALIGN".
        05 filler pic x(7) value "FILL".
        05 filler pic x(40) value "FORMAT / CONTENT".
    01 layout-detail.
        05 ld-seq pic zzz9.
        05 filler pic xx value spaces.
        05 ld-name pic x(20).
        05 filler pic x value space.
        05 ld-start pic zzz9.
        05 filler pic xxx value spaces.
        05 ld-end pic zzz9.
        05 filler pic xxx value spaces.
        05 ld-length pic zzz9.
        05 filler pic xx value spaces.
        05 ld-type pic x(8).
        05 filler pic x value space.
        05 ld-align pic x(6).
        05 filler pic x value space.
        05 ld-fill pic x(6).
        05 filler pic x value space.
        05 ld-format pic x(60).
    01 listed-count pic 9(5) value 0.
    01 list-name pic x(30).
    01 list-file-id pic x(20).
    01 list-fields pic s9(9) comp.
    01 list-fields-disp pic zzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("name", flag-value) to flag-found.
    if flag-found = 1 then
        move lower-case(flag-value) to extract-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to out-file-name
    end-if.
    move ARGPARSE-GET-FLAG("layout", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value(1:1)) to layout-flag
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "extract-run: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.

    if extract-name = spaces then
        perform list-extracts
        move SQLITE3-CLOSE(db-handle) to db-status
        stop run
    end-if.

    perform load-definition.
    if not DEF-FOUND then
        display "extract-run: no extract named ", trim(extract-name),
            " (see extract-maintenance)"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    perform load-fields.
    if num-fields = 0 then
        display "extract-run: extract ", trim(extract-name), " has no fields"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.

    if LAYOUT-ONLY then
        perform write-layout-document
        move SQLITE3-CLOSE(db-handle) to db-status
        move 0 to return-code
        stop run
    end-if.

    perform run-extract.
    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

list-extracts.
    move SQLITE3-STMT-OPEN(db-handle,
        "select d.extract_name, coalesce(d.file_id, ''), (select count(*) from extract_field f where f.extract_name = d.extract_name) from extract_definition d order by d.extract_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "extract-run: no extract_definition -- run schema-migrate"
        move 1 to return-code
        exit paragraph
    end-if.
    display "EXTRACT                        FILE ID              FIELDS".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to list-name list-file-id
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,list-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,list-file-id) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to list-fields
        move list-fields to list-fields-disp
        display list-name, " ", list-file-id, " ", list-fields-disp
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    display "extract-run: ", listed-count, " extract(s) defined; run one with -name".
    move 0 to return-code.

*> the definition row, and the SQL behind it -- its own, or the
*> library entry it names
load-definition.
    move 0 to def-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(description, ''), coalesce(file_id, ''), coalesce(query_name, ''), coalesce(sql_text, ''), coalesce(param_names, ''), coalesce(record_length, 0), coalesce(header_flag, 'N'), coalesce(trailer_flag, 'N'), coalesce(hash_field, '') from extract_definition where extract_name = ?",
        def-stmt) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(def-stmt, bind-param-1, trim(extract-name)) to db-status.
    move SQLITE3-STMT-STEP(def-stmt) to def-step-result.
    if DEF_ROW then
        move 1 to def-found-flag
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-description) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-file-id) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-query-name) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-sql) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-param-names) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(def-stmt,col-idx) to out-int
        move out-int to def-record-length
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-header) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-trailer) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-hash-field) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(def-stmt) to db-status.
    if not DEF-FOUND then
        exit paragraph
    end-if.
    move upper-case(def-hash-field) to def-hash-field.
    if def-file-id = spaces then
        move upper-case(extract-name) to def-file-id
    end-if.
    if def-record-length = 0 or def-record-length > 2000 then
        move 2000 to def-record-length
    end-if.
    if def-query-name not = spaces then
        move SQLITE3-STMT-OPEN(db-handle,
            "select sql_text, coalesce(param_names, '') from query_library where query_name = ?",
            def-stmt) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(def-stmt, bind-param-1, trim(def-query-name)) to db-status
            move SQLITE3-STMT-STEP(def-stmt) to def-step-result
            if DEF_ROW then
                move spaces to def-sql def-param-names
                move 0 to col-idx
                move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-sql) to bool
                move 1 to col-idx
                move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,def-param-names) to bool
            else
                move spaces to def-sql
            end-if
            move SQLITE3-STMT-CLOSE(def-stmt) to db-status
        end-if
    end-if.

load-fields.
    move 0 to num-fields.
    move SQLITE3-STMT-OPEN(db-handle,
        "select field_seq, coalesce(field_name, ''), coalesce(source_column, ''), coalesce(start_pos, 0), coalesce(field_length, 0), upper(coalesce(field_type, 'TEXT')), upper(coalesce(align, 'L')), upper(coalesce(fill, 'S')), upper(coalesce(date_format, '')), coalesce(literal_value, '') from extract_field where extract_name = ? order by field_seq",
        def-stmt) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(def-stmt, bind-param-1, trim(extract-name)) to db-status.
    move SQLITE3-STMT-STEP(def-stmt) to def-step-result.
    perform until not DEF_ROW or num-fields >= 60
        add 1 to num-fields
        move spaces to fd-name(num-fields) fd-column(num-fields)
            fd-type(num-fields) fd-align(num-fields) fd-fill(num-fields)
            fd-date-format(num-fields) fd-literal(num-fields)
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(def-stmt,col-idx) to out-int
        move out-int to fd-seq(num-fields)
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-name(num-fields)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-column(num-fields)) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(def-stmt,col-idx) to out-int
        move out-int to fd-start(num-fields)
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(def-stmt,col-idx) to out-int
        move out-int to fd-length(num-fields)
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-type(num-fields)) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-align(num-fields)) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-fill(num-fields)) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-date-format(num-fields)) to bool
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(def-stmt,col-idx,fd-literal(num-fields)) to bool
        if fd-date-format(num-fields) = spaces then
            move "YYYYMMDD" to fd-date-format(num-fields)
        end-if
        move -1 to fd-col-idx(num-fields)
        move 1 to fd-access(num-fields)
        move spaces to fd-style(num-fields)
        *> a field reaching past the record is cut at the record's end
        if fd-start(num-fields) < 1 then
            move 1 to fd-start(num-fields)
        end-if
        if fd-start(num-fields) > def-record-length then
            move 0 to fd-length(num-fields)
        else
            if fd-start(num-fields) + fd-length(num-fields) - 1 > def-record-length then
                compute fd-length(num-fields) = def-record-length - fd-start(num-fields) + 1
            end-if
        end-if
        move SQLITE3-STMT-STEP(def-stmt) to def-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(def-stmt) to db-status.

*> each named parameter comes from a flag of the same name, or a
*> prompt when the flag wasn't given; values bind, never splice
collect-parameters.
    move 0 to num-params.
    if trim(def-param-names) = space then
        exit paragraph
    end-if.
    unstring def-param-names delimited by ","
        into param-name(1) param-name(2) param-name(3)
             param-name(4) param-name(5) param-name(6)
             param-name(7) param-name(8) param-name(9)
        tallying in num-params
    end-unstring.
    perform varying param-ix from 1 by 1 until param-ix > num-params
        move ARGPARSE-GET-FLAG(trim(param-name(param-ix)), flag-value)
            to flag-found
        if flag-found = 1 then
            move flag-value to param-value(param-ix)
        else
            display trim(param-name(param-ix)), ": " with no advancing
            accept param-value(param-ix)
        end-if
    end-perform.

run-extract.
    if def-sql = spaces then
        display "extract-run: extract ", trim(extract-name), " has no SQL",
            " (library query ", trim(def-query-name), " not found?)"
        move 1 to return-code
        exit paragraph
    end-if.
    perform collect-parameters.
    move SQLITE3-STMT-OPEN(db-handle, def-sql, stmt-handle) to db-status.
    if db-status not = 0 then
        display "extract-run: extract query failed, status ", db-status
        move 1 to return-code
        exit paragraph
    end-if.
    perform varying param-ix from 1 by 1 until param-ix > num-params
        move param-ix to bind-ix
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-ix,
            trim(param-value(param-ix))) to db-status
    end-perform.
    perform map-columns.
    if missing-column-flag = 1 then
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 1 to return-code
        exit paragraph
    end-if.

    if out-file-name = spaces then
        string trim(def-file-id) ".dat" delimited by size into out-file-name
        end-string
    end-if.
    open output out-file.
    if WANT-HEADER then
        move def-file-id to hd-file-id
        move business-date to hd-business-date
        move spaces to detail-area
        move header-rec to detail-area
        write out-record from detail-area(1:def-record-length)
    end-if.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to detail-area
        perform build-one-field
            varying field-ix from 1 by 1 until field-ix > num-fields
        write out-record from detail-area(1:def-record-length)
        add 1 to record-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    if WANT-TRAILER then
        move record-count to tr-count
        move hash-total to tr-hash
        move spaces to detail-area
        move trailer-rec to detail-area
        write out-record from detail-area(1:def-record-length)
    end-if.
    close out-file.
    perform log-unmasked-fields
        varying field-ix from 1 by 1 until field-ix > num-fields.

    if def-query-name not = spaces then
        perform stamp-library-run
    end-if.
    if overflow-count > 0 then
        display "extract-run: FAILED -- ", overflow-count,
            " value(s) too wide for their field (first: ", trim(overflow-field),
            "); ", trim(out-file-name), " is not registered"
        move 1 to return-code
        exit paragraph
    end-if.
    *> the file is leaving the building: register it with its control
    *> totals and byte hash so interface-control can answer for it
    move record-count to reg-record-count.
    move hash-total to hash-total-text.
    move INTERFACE-REGISTER(db-handle, def-file-id, out-file-name,
        business-date, reg-record-count, hash-total-text) to interface-bool.
    display "extract-run: ", trim(extract-name), " wrote ", record-count,
        " record(s) to ", trim(out-file-name), " hash-total=", hash-total.
    move 0 to return-code.

*> each field's result column by name, and whether this session's
*> role may see it; a LITERAL needs none
map-columns.
    move 0 to missing-column-flag.
    move SQLITE3-COLUMN-COUNT(stmt-handle) to num-cols.
    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    perform varying field-ix from 1 by 1 until field-ix > num-fields
        if fd-type(field-ix) not = "LITERAL" then
            perform varying col-idx from 0 by 1
                    until col-idx >= num-cols or fd-col-idx(field-ix) >= 0
                move spaces to col-name
                move SQLITE3-COLUMN-NAME(stmt-handle, col-idx, col-name) to bool
                if lower-case(col-name) = lower-case(fd-column(field-ix)) then
                    move col-idx to fd-col-idx(field-ix)
                end-if
            end-perform
            if fd-col-idx(field-ix) < 0 then
                display "extract-run: field ", trim(fd-name(field-ix)),
                    " wants column ", trim(fd-column(field-ix)),
                    " which the query does not return"
                move 1 to missing-column-flag
            else
                move FIELD-ACCESS(db-handle, "*", trim(fd-column(field-ix)),
                    session-role, fd-style(field-ix)) to fd-access(field-ix)
            end-if
        end-if
    end-perform.

log-unmasked-fields.
    if FD-UNMASKED-AUDIT(field-ix) and record-count > 0 then
        move record-count to rows-shown
        move FIELD-ACCESS-LOG(db-handle, session-op-id, "extract-run",
            trim(fd-column(field-ix)), rows-shown) to session-bool
    end-if.

*> one field into its slot in detail-area: the value as text in
*> field-raw/raw-length, then aligned and filled into field-out
build-one-field.
    if fd-length(field-ix) = 0 then
        exit paragraph
    end-if.
    move spaces to field-raw col-text.
    move 0 to raw-length negative-flag hash-amount.
    if fd-col-idx(field-ix) >= 0 then
        move fd-col-idx(field-ix) to col-idx
    end-if.
    if FD-MASKED(field-ix) then
        perform mask-field
        perform place-field
        exit paragraph
    end-if.
    evaluate fd-type(field-ix)
        when "LITERAL"
            move fd-literal(field-ix) to field-raw
            move length(trim(fd-literal(field-ix), trailing)) to raw-length
            if fd-literal(field-ix) = spaces then
                move 0 to raw-length
            end-if
        when "NUMBER"
            move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-text) to bool
            move 0 to number-value
            if col-text not = spaces and test-numval(trim(col-text)) = 0 then
                compute number-value = numval(trim(col-text))
            end-if
            if number-value < 0 then
                move 1 to negative-flag
                compute digits-value = 0 - number-value
            else
                move number-value to digits-value
            end-if
            move digits-value to hash-amount
            perform digits-to-raw
        when "MONEY"
            move SQLITE3-COLUMN-DECIMAL(stmt-handle, col-idx) to money-value
            compute cents-value = money-value * 100
            if cents-value < 0 then
                move 1 to negative-flag
                compute digits-value = 0 - cents-value
            else
                move cents-value to digits-value
            end-if
            move digits-value to hash-amount
            perform digits-to-raw
        when "DATE"
            move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-text) to bool
            perform format-date
        when other
            move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-text) to bool
            move col-text to field-raw
            if col-text not = spaces then
                move length(trim(col-text, trailing)) to raw-length
            end-if
    end-evaluate.
    perform place-field.
    if upper-case(fd-name(field-ix)) = def-hash-field then
        add hash-amount to hash-total
    end-if.

*> a restricted column this role may not see: the masked text whatever
*> the field's type, cut to the field, never an overflow
mask-field.
    move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-text) to bool.
    move MASK-VALUE(fd-style(field-ix), col-text, masked-value) to bool.
    move masked-value to field-raw.
    if masked-value not = spaces then
        move length(trim(masked-value, trailing)) to raw-length
    end-if.
    if raw-length > fd-length(field-ix) then
        move fd-length(field-ix) to raw-length
    end-if.

*> an unsigned whole number as text without its leading zeros
digits-to-raw.
    move 0 to zero-count.
    inspect digits-value tallying zero-count for leading "0".
    if zero-count >= 18 then
        move "0" to field-raw
        move 1 to raw-length
    else
        compute raw-length = 18 - zero-count
        move digits-value(zero-count + 1:raw-length) to field-raw
    end-if.

*> ISO yyyy-mm-dd or yyyymmdd in; the field's date format out
format-date.
    move spaces to date-ymd.
    if col-text(5:1) = "-" then
        string col-text(1:4) col-text(6:2) col-text(9:2)
            delimited by size into date-ymd
        end-string
    else
        move col-text(1:8) to date-ymd
    end-if.
    if date-ymd is not numeric or date-ymd = "00000000" then
        exit paragraph
    end-if.
    move date-ymd to hash-amount.
    evaluate fd-date-format(field-ix)
        when "CCYYMMDD"
            move date-ymd to field-raw
        when "MMDDYYYY" when "MMDDCCYY"
            string date-mm date-dd date-ccyy delimited by size into field-raw
            end-string
        when "DDMMYYYY" when "DDMMCCYY"
            string date-dd date-mm date-ccyy delimited by size into field-raw
            end-string
        when "YYMMDD"
            string date-ccyy(3:2) date-mm date-dd delimited by size into field-raw
            end-string
        when "YYYY-MM-DD"
            string date-ccyy "-" date-mm "-" date-dd delimited by size into field-raw
            end-string
        when "MM/DD/YYYY"
            string date-mm "/" date-dd "/" date-ccyy delimited by size into field-raw
            end-string
        when other
            move date-ymd to field-raw
    end-evaluate.
    move length(trim(field-raw, trailing)) to raw-length.

*> alignment and fill; a number that does not fit is counted, never
*> silently cut, and a negative zero-filled number keeps its "-" in
*> the first position
place-field.
    if fd-fill(field-ix) = "Z" then
        move "0" to pad-char
    else
        move space to pad-char
    end-if.
    move spaces to field-out(1:fd-length(field-ix)).
    if pad-char = "0" then
        inspect field-out(1:fd-length(field-ix)) replacing all space by "0"
    end-if.
    if negative-flag = 1 then
        if fd-fill(field-ix) = "Z" and fd-align(field-ix) = "R" then
            if raw-length + 1 > fd-length(field-ix) then
                perform count-overflow
            else
                move field-raw(1:raw-length)
                    to field-out(fd-length(field-ix) - raw-length + 1:raw-length)
                move "-" to field-out(1:1)
            end-if
            move field-out(1:fd-length(field-ix))
                to detail-area(fd-start(field-ix):fd-length(field-ix))
            exit paragraph
        end-if
        move field-raw to col-text
        move spaces to field-raw
        string "-" col-text(1:raw-length) delimited by size into field-raw
        end-string
        add 1 to raw-length
    end-if.
    if raw-length > fd-length(field-ix) then
        if fd-type(field-ix) = "NUMBER" or fd-type(field-ix) = "MONEY"
           or fd-type(field-ix) = "DATE" then
            perform count-overflow
        else
            move field-raw(1:fd-length(field-ix)) to field-out(1:fd-length(field-ix))
        end-if
    else
        if raw-length > 0 then
            if fd-align(field-ix) = "R" then
                move field-raw(1:raw-length)
                    to field-out(fd-length(field-ix) - raw-length + 1:raw-length)
            else
                move field-raw(1:raw-length) to field-out(1:raw-length)
            end-if
        end-if
    end-if.
    move field-out(1:fd-length(field-ix))
        to detail-area(fd-start(field-ix):fd-length(field-ix)).

count-overflow.
    add 1 to overflow-count.
    if overflow-field = spaces then
        move fd-name(field-ix) to overflow-field
    end-if.
    move all "*" to field-out(1:fd-length(field-ix)).

stamp-library-run.
    move function current-date to run-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update query_library set last_run_ts = ?, run_count = coalesce(run_count, 0) + 1 where query_name = ?2",
        def-stmt) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(def-stmt, bind-param-1, run-ts) to db-status
        move 2 to bind-ix
        move SQLITE3-STMT-BIND-TEXT(def-stmt, bind-ix, trim(def-query-name)) to db-status
        move SQLITE3-STMT-STEP(def-stmt) to def-step-result
        move SQLITE3-STMT-CLOSE(def-stmt) to db-status
    end-if.

*> what the receiving department needs to load the file: record
*> types in the order they arrive, every position accounted for
write-layout-document.
    if out-file-name = spaces then
        string trim(extract-name) "-layout.rpt" delimited by size into out-file-name
        end-string
    end-if.
    open output out-file.
    move spaces to layout-line.
    string "EXTRACT LAYOUT -- " trim(extract-name) "     business date "
        business-date-iso delimited by size into layout-line
    end-string.
    perform put-layout-line.
    move def-description to layout-line.
    perform put-layout-line.
    move spaces to layout-line.
    perform put-layout-line.
    move def-record-length to length-disp.
    string "FILE ID " trim(def-file-id) "    RECORD LENGTH " trim(length-disp)
        "    ONE RECORD PER LINE, TRAILING SPACES MAY BE OMITTED"
        delimited by size into layout-line
    end-string.
    perform put-layout-line.
    if def-query-name not = spaces then
        string "SOURCE  saved query " trim(def-query-name)
            delimited by size into layout-line
        end-string
    else
        move "SOURCE  extract's own query" to layout-line
    end-if.
    perform put-layout-line.
    if def-param-names not = spaces then
        string "PARAMETERS " trim(def-param-names)
            delimited by size into layout-line
        end-string
        perform put-layout-line
    end-if.

    if WANT-HEADER then
        move spaces to layout-line
        perform put-layout-line
        move "HEADER RECORD -- first record of the file" to layout-line
        perform put-layout-line
        move layout-head to layout-line
        perform put-layout-line
        move spaces to layout-detail
        move 1 to ld-start ld-end ld-length
        move "RECORD TYPE" to ld-name
        move "LITERAL" to ld-type
        move """1""" to ld-format
        move layout-detail to layout-line
        perform put-layout-line
        move 2 to ld-start
        move 9 to ld-end
        move 8 to ld-length
        move "FILE ID" to ld-name
        move "TEXT" to ld-type
        move spaces to ld-format
        string """" trim(def-file-id(1:8)) """" delimited by size into ld-format
        end-string
        move layout-detail to layout-line
        perform put-layout-line
        move 10 to ld-start
        move 17 to ld-end
        move "BUSINESS DATE" to ld-name
        move "DATE" to ld-type
        move "YYYYMMDD" to ld-format
        move layout-detail to layout-line
        perform put-layout-line
        move 18 to ld-start
        move 25 to ld-end
        move "SENDING SYSTEM" to ld-name
        move "TEXT" to ld-type
        move """PERSDB""" to ld-format
        move layout-detail to layout-line
        perform put-layout-line
    end-if.

    move spaces to layout-line.
    perform put-layout-line.
    move "DETAIL RECORD -- one per row" to layout-line.
    perform put-layout-line.
    move layout-head to layout-line.
    perform put-layout-line.
    perform layout-one-field
        varying field-ix from 1 by 1 until field-ix > num-fields.

    if WANT-TRAILER then
        move spaces to layout-line
        perform put-layout-line
        move "TRAILER RECORD -- last record of the file" to layout-line
        perform put-layout-line
        move layout-head to layout-line
        perform put-layout-line
        move spaces to layout-detail
        move 1 to ld-start ld-end ld-length
        move "RECORD TYPE" to ld-name
        move "LITERAL" to ld-type
        move """9""" to ld-format
        move layout-detail to layout-line
        perform put-layout-line
        move 2 to ld-start
        move 10 to ld-end
        move 9 to ld-length
        move "RECORD COUNT" to ld-name
        move "NUMBER" to ld-type
        move "RIGHT" to ld-align
        move "ZERO" to ld-fill
        move "detail records in the file" to ld-format
        move layout-detail to layout-line
        perform put-layout-line
        move 11 to ld-start
        move 25 to ld-end
        move 15 to ld-length
        move "HASH TOTAL" to ld-name
        move spaces to ld-format
        if def-hash-field = spaces then
            move "zeros -- no hash field" to ld-format
        else
            string "sum of " trim(def-hash-field)
                " unsigned (money in cents, dates as yyyymmdd)"
                delimited by size into ld-format
            end-string
        end-if
        move layout-detail to layout-line
        perform put-layout-line
    end-if.
    close out-file.

    move spaces to registry-params.
    move 1 to registry-ptr.
    string "-db " trim(db-file-name) " -name " trim(extract-name)
        " -layout Y -out " trim(out-file-name)
        delimited by size into registry-params with pointer registry-ptr
    end-string.
    move line-count to registry-lines.
    move REPORT-REGISTER(db-handle, "extract-run", registry-params,
        business-date, out-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.
    display "extract-run: layout of ", trim(extract-name), " written to ",
        trim(out-file-name).

layout-one-field.
    move spaces to layout-detail.
    move fd-seq(field-ix) to ld-seq.
    move fd-name(field-ix) to ld-name.
    move fd-start(field-ix) to ld-start.
    compute end-pos = fd-start(field-ix) + fd-length(field-ix) - 1.
    move end-pos to ld-end.
    move fd-length(field-ix) to ld-length.
    move fd-type(field-ix) to ld-type.
    if fd-align(field-ix) = "R" then
        move "RIGHT" to ld-align
    else
        move "LEFT" to ld-align
    end-if.
    if fd-fill(field-ix) = "Z" then
        move "ZERO" to ld-fill
    else
        move "SPACE" to ld-fill
    end-if.
    evaluate fd-type(field-ix)
        when "LITERAL"
            string """" trim(fd-literal(field-ix)) """"
                delimited by size into ld-format
            end-string
        when "MONEY"
            move "2 implied decimals, leading - if negative" to ld-format
        when "NUMBER"
            move "whole number, leading - if negative" to ld-format
        when "DATE"
            string trim(fd-date-format(field-ix)) ", all fill when no date"
                delimited by size into ld-format
            end-string
        when other
            move "text, cut to length" to ld-format
    end-evaluate.
    move layout-detail to layout-line.
    perform put-layout-line.

put-layout-line.
    write out-record from layout-line.
    add 1 to line-count.
    move spaces to layout-line.

end program extract-run.
