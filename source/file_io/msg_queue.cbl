      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-09-02
      * Last Modified: 2026-10-15
      * Purpose: Named durable message queues between cbi runs, so a
      *          collector and a poster stop talking through a
      *          shared file polled with SLEEP:
      *          empty string when it stays empty. Every operation
      *          holds the queue's .lck sentinel -- the same
      *          advisory scheme file-io's LOCK uses -- so two runs
      *          never interleave a half-written message. The
      *          scheduler takes waiting messages through the
      *          queue-take-message entry to launch event-driven
      *          manifests; the HTTP service posts through
      *          queue-post-message.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  l-src-code-str                pic x(1024).

       01  l-queue-name                  pic x(64).
       01  l-message-text                pic x(1024).
       01  l-return-code                 pic 9.
           88  l-return-code-false       value 0.
           88  l-return-code-true        value 1.

       procedure division using l-src-code-str.

       main-procedure.
           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point taking the oldest waiting message off a
      *          queue without waiting -- the scheduler's queue
      *          trigger. Returns false with an empty text when the
      *          queue is empty or busy.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "queue-take-message" using
           l-queue-name l-message-text l-return-code.

           set l-return-code-false to true
           move spaces to l-message-text

           move upper-case(trim(l-queue-name)) to ls-queue-name
           if ls-queue-name = spaces then
               goback
           end-if

           perform build-queue-file-names

           move spaces to ls-message-text
           set ls-no-message to true
           perform try-take-one-message

           if ls-got-message then
               move ls-message-text to l-message-text
               set l-return-code-true to true
               call "logger" using concatenate(
                   "MSG-QUEUE :: taken by scheduler "
                   trim(ls-queue-name)
                   " : " trim(ls-message-text))
               end-call
           end-if

           goback.


      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Entry point appending one message to a queue from
      *          outside a script -- the HTTP service's queue post.
      *          Returns false when the queue stays busy, so the
      *          caller can refuse rather than lose the message.
      * Tectonics: ./build.sh
      ******************************************************************
       entry "queue-post-message" using
           l-queue-name l-message-text l-return-code.

           set l-return-code-false to true

           move upper-case(trim(l-queue-name)) to ls-queue-name
           if ls-queue-name = spaces then
               goback
           end-if

           perform build-queue-file-names

           perform take-queue-lock

           if ws-lock-not-held then
               call "logger-leveled" using concatenate(
                   "MSG-QUEUE :: WARN : queue busy, post not "
                   "delivered: " trim(ls-queue-name))
                   "WARN"
               end-call
               goback
           end-if

           open extend fd-queue-file
           write f-queue-line from l-message-text
           close fd-queue-file

           perform release-queue-lock

           set l-return-code-true to true

           call "logger" using concatenate(
               "MSG-QUEUE :: posted " trim(ls-queue-name)
               " : " trim(l-message-text))
           end-call

           goback.


       send-one-message.

           perform take-queue-lock
