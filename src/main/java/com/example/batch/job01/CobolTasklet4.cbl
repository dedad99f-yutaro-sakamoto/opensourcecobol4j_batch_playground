       01 ws-rerun-mode pic x value 'N'.
       01 ws-file1-name pic x(64) value 'file1.txt'.
       01 ws-file2-name pic x(64) value 'file2.txt'.
       01 ws-gl-name pic x(64) value 'gl-posting.txt'.
       procedure division.
       accept ws-audit-start from time.
       perform get-business-date.
           move spaces to ws-file2-name
           string 'file2-' ws-run-date '.txt' delimited by size
               into ws-file2-name
           move spaces to ws-gl-name
           string 'gl-posting-' ws-run-date '.txt' delimited by size
               into ws-gl-name
       end-if.

       call "CBL_CREATE_DIR" using ws-archive-base
               ws-status
           move 20 to return-code
       end-if.

      *> the ledger posting file goes into the generation too, so the
      *> month-end close can tie a month of details to a month of
      *> postings.
       move ws-gl-name to ws-src-path.
       move spaces to ws-dst-path.
       string 'archive/' ws-run-date '/gl-posting.txt'
           delimited by size into ws-dst-path.
       call "CBL_COPY_FILE" using ws-src-path ws-dst-path
           returning ws-status.
       if ws-status not = 0
           display 'WARNING: could not archive gl-posting.txt, '
               'status ' ws-status
           move 20 to return-code
       end-if.
       perform write-audit-record.
       stop run.

