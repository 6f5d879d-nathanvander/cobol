*> applies to database archives: for each report name, only the newest
*> n stored copies survive, older ones are deleted from the archive
*> database -- run it monthly so the companion file doesn't grow
*> without bound.  The department slices report-burst keeps for a
*> pruned copy are pruned with it.  RETURN-CODE 1 when anything could
*> not be captured.
identification division.
    program-id. report-archive.
    REMARKS. Captures registered report bytes into the companion archive db.
    end-string.
    move SQLITE3-EXEC-MSG(arch-handle, sql-text, error-message) to db-status.
    move SQLITE3-CHANGES(arch-handle) to pruned-count.
    *> department slices report-burst cut from the pruned copies go
    *> with them
    move SQLITE3-EXEC-MSG(arch-handle,
        "delete from report_archive_slice_segment where slice_id in (select id from report_archive_slice where arch_id not in (select id from report_archive))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(arch-handle,
        "delete from report_archive_slice where arch_id not in (select id from report_archive)",
        error-message) to db-status.
    move 0 to db-status.

end program report-archive.
