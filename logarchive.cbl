
       FD live-log-file.

       01 live-log-rec     pic x(160).

       FD log-new-file.

       01 log-new-rec      pic x(160).

       FD log-arch-file.

       01 log-arch-rec     pic x(160).

       working-storage section.
       01 parm-eof         pic x(1) value 'n'.
