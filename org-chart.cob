GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 org-chart.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The org chart: the reporting tree person.reports_to describes,
*> printed indented two columns a level, from the person named by
*> "-root" (a person id) or, by default, from every top of the tree --
*> people with nobody over them, or whose manager is gone.  Each line
*> carries the person, their department and status, and for anyone
*> with reports the span of control (direct reports) and the total
*> headcount anywhere beneath them.  Terminated people are not part of
*> the tree.  "-asof YYYYMMDD" draws the chart as it stood on that date
*> from person_history, the way person-report -asof reads the roster.
*>
*> After the tree comes the exception list for the whole organization,
*> whatever the starting point:
*>   CYCLE           the person sits in a reporting loop (they can't be
*>                   reached from any top, so the tree never shows them)
*>   MGR TERMINATED  their manager has been terminated -- they stay here
*>                   until person-maintenance re-points them (option M)
*>   MGR ON LEAVE    their manager is on leave
*>   MGR NOT FOUND   reports_to names an id that isn't on file
*> Output goes to "-out" (default org-chart.rpt), registered in
*> report_registry.  RETURN-CODE 1 when there is any exception, 0 clean.
identification division.
    program-id. org-chart.
    REMARKS. Indented reporting tree with span of control and exceptions.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
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
01  report-line pic x(132).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "org-chart.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 select-sql pic x(1024).

    01 business-date pic 9(8).
    01 root-id pic 9(9) value 0.
    01 asof-flag pic 9 value 0.
        88 AS-OF value 1.
    01 asof-date pic 9(8).
    01 asof-iso pic x(10).

    *> the whole roster in memory, in name order so children print sorted
    01 num-people pic 9(5) value 0.
    01 max-people pic 9(5) value 5000.
    01 people-overflow pic 9(5) value 0.
    01 person-table.
        05 person-entry occurs 5000 times.
            10 pt-id pic 9(9).
            10 pt-name pic x(30).
            10 pt-dept pic x(4).
            10 pt-status pic x.
            10 pt-reports-to pic 9(9).
            10 pt-mgr-ix pic 9(5).
            10 pt-span pic 9(5).
            10 pt-total pic 9(5).
            10 pt-cycle pic 9.
            10 pt-printed pic 9.
    01 px pic 9(5).
    01 qx pic 9(5).
    01 walk-ix pic 9(5).
    01 walk-steps pic 9(5).

    01 out-id pic s9(9) comp.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-dept pic x(4).
    01 out-status pic x(4).
    01 out-reports-to pic s9(9) comp.

    *> the walk down the tree: one stack entry per level
    01 stack-top pic 999 value 0.
    01 stack-table.
        05 stack-entry occurs 500 times.
            10 st-ix pic 9(5).
            10 st-scan pic 9(5).
    01 child-ix pic 9(5).
    01 tree-lines pic 9(7) value 0.
    01 root-count pic 9(5) value 0.
    01 indent-col pic 999.

    01 exception-count pic 9(7) value 0.
    01 exception-text pic x(16).

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(13) value "ORG CHART -- ".
        05 hdr-scope pic x(40).
        05 filler pic x(7) value "  AS OF".
        05 hdr-asof pic x(11).
    01 tree-text.
        05 tt-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 tt-name pic x(30).
        05 filler pic x value space.
        05 tt-dept pic x(4).
        05 filler pic x value space.
        05 tt-status pic x.
        05 tt-counts.
            10 filler pic x(7) value "  span ".
            10 tt-span pic zzzz9.
            10 filler pic x(8) value "  total ".
            10 tt-total pic zzzz9.
        05 tt-flag pic x(18).
    01 section-line pic x(60).
    01 exception-line.
        05 filler pic x(2) value spaces.
        05 el-text pic x(16).
        05 el-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 el-name pic x(30).
        05 filler pic x value space.
        05 el-dept pic x(4).
        05 filler pic x(13) value "  reports to ".
        05 el-mgr pic zzzzzzzz9.

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
    move ARGPARSE-GET-FLAG("root", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to root-id
    end-if.
    move ARGPARSE-GET-FLAG("asof", flag-value) to flag-found.
    if flag-found = 1 then
        move 1 to asof-flag
        move flag-value(1:8) to asof-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "org-chart: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if not AS-OF then
        move business-date to asof-date
    end-if.
    move spaces to asof-iso.
    string asof-date(1:4) "-" asof-date(5:2) "-" asof-date(7:2)
        into asof-iso
    end-string.

    perform load-people.
    if num-people = 0 then
        display "org-chart: no people on file"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    perform link-managers.
    perform find-cycles.
    perform count-spans.

    open output report-file.
    move spaces to hdr-scope.
    if root-id = 0 then
        move "WHOLE ORGANIZATION" to hdr-scope
    else
        string "FROM PERSON " root-id into hdr-scope end-string
    end-if.
    move asof-iso to hdr-asof(2:10).
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.

    if root-id = 0 then
        perform varying px from 1 by 1 until px > num-people
            if pt-status(px) not = "T" and pt-cycle(px) = 0
                    and (pt-mgr-ix(px) = 0 or pt-status(pt-mgr-ix(px)) = "T") then
                perform print-subtree
            end-if
        end-perform
    else
        move 0 to qx
        perform varying px from 1 by 1 until px > num-people
            if pt-id(px) = root-id then
                move px to qx
            end-if
        end-perform
        if qx = 0 or pt-status(qx) = "T" then
            move spaces to report-line
            string "PERSON " root-id " IS NOT ON THE CHART (not on file or terminated)"
                into report-line
            end-string
            write report-line
        else
            move qx to px
            perform print-subtree
        end-if
    end-if.

    perform print-exceptions.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "org-chart: ", tree-lines, " line(s) under ", root-count, " top(s), ",
        exception-count, " exception(s) -- report in ", trim(report-file-name).
    if people-overflow > 0 then
        display "org-chart: more than ", max-people, " people -- ",
            people-overflow, " left off the chart"
    end-if.
    if exception-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> current rows, or the history image whose span covers -asof plus the
*> current rows not changed since, the way person-report builds it
load-people.
    move spaces to select-sql.
    if AS-OF then
        string
            "select * from (select person_id, coalesce(first_name, ''), coalesce(last_name, ''), coalesce(dept_code, ''), coalesce(status, 'A'), coalesce(reports_to, 0) from person_history"
            " where (valid_from = '' or substr(valid_from, 1, 8) <= '" asof-date "')"
            " and substr(valid_to, 1, 8) > '" asof-date "'"
            " union all "
            "select id, coalesce(first_name, ''), coalesce(last_name, ''), coalesce(dept_code, ''), coalesce(status, 'A'), coalesce(reports_to, 0) from person p"
            " where not exists (select 1 from person_history h where h.person_id = p.id"
            " and substr(h.valid_to, 1, 8) > '" asof-date "')"
            " and (p.hire_date is null or p.hire_date = '' or p.hire_date <= '" asof-iso "')"
            ") order by 3, 2, 1"
            into select-sql
        end-string
    else
        string
            "select id, coalesce(first_name, ''), coalesce(last_name, ''), coalesce(dept_code, ''), coalesce(status, 'A'), coalesce(reports_to, 0) from person"
            " order by last_name, first_name, id"
            into select-sql
        end-string
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, select-sql, stmt-handle) to db-status.
    if db-status not = 0 then
        display "org-chart: select failed, status ", db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-reports-to
        if num-people = max-people then
            add 1 to people-overflow
        else
            add 1 to num-people
            move out-id to pt-id(num-people)
            move spaces to pt-name(num-people)
            string trim(out-first) " " trim(out-last) into pt-name(num-people) end-string
            move out-dept to pt-dept(num-people)
            move out-status(1:1) to pt-status(num-people)
            move out-reports-to to pt-reports-to(num-people)
            move 0 to pt-mgr-ix(num-people) pt-span(num-people) pt-total(num-people)
            move 0 to pt-cycle(num-people) pt-printed(num-people)
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> each person's manager resolved to a table slot once, up front
link-managers.
    perform varying px from 1 by 1 until px > num-people
        if pt-reports-to(px) not = 0 then
            perform varying qx from 1 by 1 until qx > num-people
                if pt-id(qx) = pt-reports-to(px) then
                    move qx to pt-mgr-ix(px)
                    exit perform
                end-if
            end-perform
        end-if
    end-perform.

*> walking up from a person and arriving back at them is a loop; the
*> walk gives up after as many steps as there are people
find-cycles.
    perform varying px from 1 by 1 until px > num-people
        move pt-mgr-ix(px) to walk-ix
        move 0 to walk-steps
        perform until walk-ix = 0 or walk-steps > num-people
            if walk-ix = px then
                move 1 to pt-cycle(px)
                exit perform
            end-if
            add 1 to walk-steps
            move pt-mgr-ix(walk-ix) to walk-ix
        end-perform
    end-perform.

*> span counts direct reports; total adds the person to every manager
*> above them, up to a terminated manager or a loop
count-spans.
    perform varying px from 1 by 1 until px > num-people
        if pt-status(px) not = "T" and pt-cycle(px) = 0 then
            move pt-mgr-ix(px) to walk-ix
            if walk-ix not = 0 then
                if pt-status(walk-ix) not = "T" then
                    add 1 to pt-span(walk-ix)
                end-if
            end-if
            move 0 to walk-steps
            perform until walk-ix = 0 or walk-steps > num-people
                if pt-status(walk-ix) = "T" or pt-cycle(walk-ix) = 1 then
                    exit perform
                end-if
                add 1 to pt-total(walk-ix)
                add 1 to walk-steps
                move pt-mgr-ix(walk-ix) to walk-ix
            end-perform
        end-if
    end-perform.

*> depth-first from table slot px, children in name order
print-subtree.
    add 1 to root-count.
    move 1 to stack-top.
    move px to st-ix(1).
    move 0 to st-scan(1).
    move px to child-ix.
    perform print-tree-line.
    perform until stack-top = 0
        move 0 to child-ix
        perform varying qx from st-scan(stack-top) by 1 until qx >= num-people
            if pt-mgr-ix(qx + 1) = st-ix(stack-top)
                    and pt-status(qx + 1) not = "T"
                    and pt-cycle(qx + 1) = 0
                    and pt-printed(qx + 1) = 0 then
                compute child-ix = qx + 1
                exit perform
            end-if
        end-perform
        if child-ix = 0 or stack-top = 500 then
            subtract 1 from stack-top
        else
            move child-ix to st-scan(stack-top)
            add 1 to stack-top
            move child-ix to st-ix(stack-top)
            move 0 to st-scan(stack-top)
            perform print-tree-line
        end-if
    end-perform.
    move spaces to report-line.
    write report-line.

print-tree-line.
    move 1 to pt-printed(child-ix).
    move pt-id(child-ix) to tt-id.
    move pt-name(child-ix) to tt-name.
    move pt-dept(child-ix) to tt-dept.
    move pt-status(child-ix) to tt-status.
    if pt-span(child-ix) > 0 then
        move "  span " to tt-counts(1:7)
        move pt-span(child-ix) to tt-span
        move "  total " to tt-counts(13:8)
        move pt-total(child-ix) to tt-total
    else
        move spaces to tt-counts
    end-if.
    move spaces to tt-flag.
    if pt-mgr-ix(child-ix) not = 0 and stack-top = 1 then
        if pt-status(pt-mgr-ix(child-ix)) = "T" then
            move "  MGR TERMINATED" to tt-flag
        end-if
    end-if.
    if pt-reports-to(child-ix) not = 0 and pt-mgr-ix(child-ix) = 0 then
        move "  MGR NOT FOUND" to tt-flag
    end-if.
    compute indent-col = (stack-top - 1) * 2 + 1.
    if indent-col > 41 then
        move 41 to indent-col
    end-if.
    move spaces to report-line.
    move tree-text to report-line(indent-col:).
    write report-line.
    add 1 to tree-lines.

print-exceptions.
    move spaces to report-line.
    write report-line.
    move "REPORTING EXCEPTIONS:" to section-line.
    write report-line from section-line.
    perform varying px from 1 by 1 until px > num-people
        move spaces to exception-text
        if pt-status(px) not = "T" then
            evaluate true
                when pt-cycle(px) = 1
                    move "CYCLE" to exception-text
                when pt-reports-to(px) not = 0 and pt-mgr-ix(px) = 0
                    move "MGR NOT FOUND" to exception-text
                when pt-mgr-ix(px) = 0
                    continue
                when pt-status(pt-mgr-ix(px)) = "T"
                    move "MGR TERMINATED" to exception-text
                when pt-status(pt-mgr-ix(px)) = "L"
                    move "MGR ON LEAVE" to exception-text
            end-evaluate
        end-if
        if exception-text not = spaces then
            move exception-text to el-text
            move pt-id(px) to el-id
            move pt-name(px) to el-name
            move pt-dept(px) to el-dept
            move pt-reports-to(px) to el-mgr
            write report-line from exception-line
            add 1 to exception-count
        end-if
    end-perform.
    if exception-count = 0 then
        move "  none" to section-line
        write report-line from section-line
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -root " root-id
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    if AS-OF then
        string trim(registry-params) " -asof " asof-date into registry-params end-string
    end-if.
    compute registry-lines = tree-lines + root-count + exception-count + 4.
    move REPORT-REGISTER(db-handle, "org-chart", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program org-chart.
