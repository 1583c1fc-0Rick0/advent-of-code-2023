       move spaces to validation-report-line
       string 'NETWORK VALIDATION ' delimited by size
              ws-movement-filename delimited by size
              ' RUN DATE ' delimited by size
              function current-date(1:8) delimited by size
              into validation-report-line
       write validation-report-line
       move spaces to validation-report-line
