           05 sms-store-num    pic x(5).
           05 sms-store-name   pic x(15).
           05 sms-store-status pic x(1).
           05 sms-store-format pic x(1).

       FD store-master-file.

           05 sm-store-num    pic x(5).
           05 sm-store-name   pic x(15).
           05 sm-store-status pic x(1).
           05 sm-store-format pic x(1).

       working-storage section.
       01 sm-eof           pic x(1) value 'n'.
           move sms-store-num to sm-store-num
           move sms-store-name to sm-store-name
           move sms-store-status to sm-store-status
           move sms-store-format to sm-store-format
           write store-master-rec
               invalid key
                   display 'DUPLICATE STORE ON MASTER: ' sms-store-num
