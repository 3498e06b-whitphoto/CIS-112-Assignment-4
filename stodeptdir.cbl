           05 sm-store-num-in    pic x(5).
           05 sm-store-name-in   pic x(15).
           05 sm-store-status-in pic x(1).
           05 sm-store-format-in pic x(1).

       FD hierarchy-file.

