               continue
           end-call

      *>   Sized and checksummed now it is closed.
           call "lineage-note-close" using ls-file-number
           end-call

           call "logger" using concatenate(
               "CLOSE :: number: " ls-file-number
               " return code: " ls-close-return-code)
