GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 param-history.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> What rule was in force, and since when.  Prints the effective-dated
*> business parameters (business_parameter, migration 154, kept in
*> param-maintenance) as of "-as-of" (yyyymmdd, default the business
*> date) in two sections:
*>
*>   IN FORCE   one line per parameter: the value the programs read
*>              on the as-of date (the row with the latest effective
*>              date not after it -- the same choice BUSINESS-PARAM
*>              makes), the date it took effect, who keyed it.
*>   HISTORY    every value each parameter has had, oldest first, with
*>              the date the next value superseded it; the row in force
*>              on the as-of date is marked, and a value dated after
*>              the business date is marked PENDING.
*>
*> So a gross-pay register run on 2026-03-13 is explained by running
*> this with "-as-of 20260313".  "-param <name>" limits both sections
*> to one parameter.  Output goes to "-out" (default
*> param-history.rpt), registered in report_registry.  RETURN-CODE 1
*> when there is no parameter to report.
identification division.
    program-id. param-history.
    REMARKS. Business parameters in force on a date, and their history.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "param-history.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 as-of-date pic 9(8) value 0.
    01 as-of-iso pic x(10).
    01 param-filter pic x(30) value spaces.
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.

    01 stmt-handle        PIC 9(18) COMP.
    01 redefines stmt-handle.
        05 stmt-object-ptr usage pointer.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).

    01 out-param-name pic x(30).
    01 out-value pic x(20).
    01 out-eff-date pic x(10).
    01 out-next-date pic x(10).
    01 out-changed-by pic x(20).
    01 out-changed-ts pic x(26).
    01 out-description pic x(40).
    01 prev-param-name pic x(30).

    01 param-count pic 9(5) value 0.
    01 row-count pic 9(5) value 0.
    01 line-count pic 9(5) value 0.

    01 registry-params pic x(200).
    01 registry-ptr pic s9(4) comp.
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 force-head.
        05 filler pic x(25) value "PARAMETER".
        05 filler pic x(13) value "VALUE".
        05 filler pic x(12) value "SINCE".
        05 filler pic x(17) value "KEYED BY".
        05 filler pic x(40) value "DESCRIPTION".
    01 force-line.
        05 fl-param-name pic x(24).
        05 filler pic x value space.
        05 fl-value pic x(12).
        05 filler pic x value space.
        05 fl-eff-date pic x(10).
        05 filler pic xx value spaces.
        05 fl-changed-by pic x(16).
        05 filler pic x value space.
        05 fl-description pic x(40).
    01 hist-head.
        05 filler pic x(25) value "PARAMETER".
        05 filler pic x(12) value "EFFECTIVE".
        05 filler pic x(12) value "SUPERSEDED".
        05 filler pic x(13) value "VALUE".
        05 filler pic x(17) value "KEYED BY".
        05 filler pic x(15) value "KEYED AT".
    01 hist-line.
        05 hl-param-name pic x(24).
        05 filler pic x value space.
        05 hl-eff-date pic x(10).
        05 filler pic xx value spaces.
        05 hl-next-date pic x(10).
        05 filler pic xx value spaces.
        05 hl-value pic x(12).
        05 filler pic x value space.
        05 hl-changed-by pic x(16).
        05 filler pic x value space.
        05 hl-changed-ts pic x(14).
        05 filler pic x value space.
        05 hl-mark pic x(12).

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("as-of", flag-value) to flag-found.
    if flag-found = 1 then
        if trim(flag-value) is not numeric
           or function length(trim(flag-value)) not = 8 then
            display "usage: param-history [-db person.sdb] [-as-of yyyymmdd] [-param <name>] [-out param-history.rpt]"
            move 1 to return-code
            stop run
        end-if
        move trim(flag-value) to as-of-date
    end-if.
    move ARGPARSE-GET-FLAG("param", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to param-filter
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "param-history: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    if as-of-date = 0 then
        move business-date to as-of-date
    end-if.
    move SQLITE3-COBOL-TO-DATE(as-of-date) to as-of-iso.

    open output report-file.
    move spaces to report-line.
    string "BUSINESS PARAMETERS -- as of " as-of-iso
        " (business date " busdate-iso ")"
        delimited by size into report-line
    end-string.
    write report-line.
    add 1 to line-count.
    if param-filter not = spaces then
        move spaces to report-line
        string "parameter " trim(param-filter) delimited by size
            into report-line
        end-string
        write report-line
        add 1 to line-count
    end-if.
    move spaces to report-line.
    write report-line.

    move "IN FORCE" to report-line.
    write report-line.
    write report-line from force-head.
    add 3 to line-count.
    perform list-in-force.

    move spaces to report-line.
    write report-line.
    move "HISTORY" to report-line.
    write report-line.
    write report-line from hist-head.
    add 3 to line-count.
    perform list-history.

    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "PARAMETERS " param-count ", VALUES ON FILE " row-count
        delimited by size into report-line
    end-string.
    write report-line.
    add 2 to line-count.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "param-history: ", param-count, " parameter(s) as of ",
        as-of-iso, " -- ", trim(report-file-name).
    if param-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> the row with the latest effective date not after the as-of date,
*> per parameter -- what BUSINESS-PARAM would have handed a program
list-in-force.
    move SQLITE3-STMT-OPEN(db-handle,
        "select p.param_name, coalesce(p.param_value, ''), p.eff_date, coalesce(p.changed_by, ''), coalesce(p.description, '') from business_parameter p where p.eff_date = (select max(c.eff_date) from business_parameter c where c.param_name = p.param_name and c.eff_date <= ?1) and (?2 = '' or p.param_name = ?2) order by p.param_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (no business_parameter table -- run schema-migrate)" to report-line
        write report-line
        add 1 to line-count
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, as-of-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(param-filter)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-param-name out-value out-eff-date out-changed-by
            out-description
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-param-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-value) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-date) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-changed-by) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
        move out-param-name to fl-param-name
        move out-value to fl-value
        move out-eff-date to fl-eff-date
        move out-changed-by to fl-changed-by
        move out-description to fl-description
        write report-line from force-line
        add 1 to line-count
        add 1 to param-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if param-count = 0 then
        move "  (nothing in force on that date)" to report-line
        write report-line
        add 1 to line-count
    end-if.

*> superseded is the next row's effective date: the value held up to
*> the day before it
list-history.
    move spaces to prev-param-name.
    move SQLITE3-STMT-OPEN(db-handle,
        "select param_name, eff_date, coalesce(lead(eff_date) over (partition by param_name order by eff_date), ''), coalesce(param_value, ''), coalesce(changed_by, ''), coalesce(changed_ts, '') from business_parameter where (?1 = '' or param_name = ?1) order by param_name, eff_date",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(param-filter)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-param-name out-eff-date out-next-date out-value
            out-changed-by out-changed-ts
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-param-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-eff-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-next-date) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-value) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-changed-by) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-changed-ts) to bool
        if out-param-name not = prev-param-name then
            if prev-param-name not = spaces then
                move spaces to report-line
                write report-line
                add 1 to line-count
            end-if
            move out-param-name to hl-param-name
            move out-param-name to prev-param-name
        else
            move spaces to hl-param-name
        end-if
        move out-eff-date to hl-eff-date
        move out-next-date to hl-next-date
        move out-value to hl-value
        move out-changed-by to hl-changed-by
        move out-changed-ts(1:14) to hl-changed-ts
        evaluate true
            when out-eff-date > busdate-iso
                move "PENDING" to hl-mark
            when out-eff-date <= as-of-iso
                 and (out-next-date = spaces or out-next-date > as-of-iso)
                move "<< IN FORCE" to hl-mark
            when other
                move spaces to hl-mark
        end-evaluate
        write report-line from hist-line
        add 1 to line-count
        add 1 to row-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

register-report.
    move spaces to registry-params.
    move 1 to registry-ptr.
    string "-db " trim(db-file-name) " -as-of " as-of-date
        delimited by size into registry-params with pointer registry-ptr
    end-string.
    if param-filter not = spaces then
        string " -param " trim(param-filter)
            delimited by size into registry-params with pointer registry-ptr
        end-string
    end-if.
    string " -out " trim(report-file-name)
        delimited by size into registry-params with pointer registry-ptr
    end-string.
    move line-count to registry-lines.
    move REPORT-REGISTER(db-handle, "param-history", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program param-history.
