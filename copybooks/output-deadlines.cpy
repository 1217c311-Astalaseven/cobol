      *>****************************************************
      *> the outputs downstream holds the cycle to, and the
      *> time each is committed for: parameter key, hhmm,
      *> the program that writes it, the file's default
      *> name and what the output is. a committed time
      *> before noon falls on the morning after the night's
      *> cycle, one from noon on the evening of it.
      *> OUTPUT_DEADLINES (file-output-deadlines,
      *> "KEY|hhmm|program|default|description" lines)
      *> replaces the list when it yields an entry.
      *> publish-cycle records when each became available;
      *> deadline-report measures the month against it
      *>****************************************************

       01 ws-deadline-list.
           03 filler pic x(20) value "STATS".
           03 filler pic x(4)  value "0600".
           03 filler pic x(20) value "interro1".
           03 filler pic x(30) value "file-stats".
           03 filler pic x(30) value "sensor conversion report".
           03 filler pic x(20) value "GL_POSTING_FILE".
           03 filler pic x(4)  value "0530".
           03 filler pic x(20) value "posting-extract".
           03 filler pic x(30) value "file-gl-posting".
           03 filler pic x(30) value "GL posting file".
           03 filler pic x(20) value "STATUS_BOARD".
           03 filler pic x(4)  value "0700".
           03 filler pic x(20) value "status-board".
           03 filler pic x(30) value "file-status-board".
           03 filler pic x(30) value "status board".
       01 ws-deadline-builtin redefines ws-deadline-list.
           03 ws-dlb-entry occurs 3.
               05 ws-dlb-key       pic x(20).
               05 ws-dlb-time      pic x(4).
               05 ws-dlb-program   pic x(20).
               05 ws-dlb-default   pic x(30).
               05 ws-dlb-desc      pic x(30).
       77 ws-dlb-count             pic 99     value 3.
       77 ws-dlb-idx               pic 99.

       01 ws-deadline-table.
           03 ws-dl-entry occurs 30.
               05 ws-dl-key        pic x(20).
               05 ws-dl-time       pic 9(4).
               05 ws-dl-program    pic x(20).
               05 ws-dl-default    pic x(80).
               05 ws-dl-desc       pic x(30).
       77 ws-dl-count              pic 99     value 0.
       77 ws-dl-idx                pic 99.
