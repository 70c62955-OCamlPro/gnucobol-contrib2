      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC75RUNBOOK (per-job runbook
      *>             registry). The caller names the job (program) that
      *>             ended in error and CALLs "GC75RUNBOOK"; the job's
      *>             runbook entry comes back in the area - recovery
      *>             steps, whether a rerun is safe, who to escalate
      *>             to, what it means for the jobs downstream - and,
      *>             with Rb-Show 'Y', pops up framed over the screen
      *>             until the operator closes it.
      *>             The entry lives as ordinary code records in a
      *>             TABE0nnn.DAT table (ktab RBK unless GC75_KTAB says
      *>             otherwise; GC75_TABLE names the file, default
      *>             TABE0001.DAT), maintained through GC81TABCODES:
      *>             each record's data carries the job (1:12), a line
      *>             type (14:1) and 60 bytes of text (16:60), in kcod
      *>             order -
      *>               S  one recovery step (up to 10, in order)
      *>               R  rerun safe: Y or N in the text's first byte,
      *>                  the rest a remark
      *>               C  escalation contact
      *>               D  impact on the downstream jobs
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  RUNBOOK-AREA.
           05  Rb-Job       pic x(12) value spaces.
      *>     'Y' pop the entry up in a frame, anything else look it up
      *>     only (the batch callers)
           05  Rb-Show      pic x(01) value 'N'.
      *>     one line of context for the frame title, e.g. the RC
           05  Rb-Context   pic x(30) value spaces.
      *>     'Y' an entry is filed for the job, 'N' none is
           05  Rb-Found     pic x(01) value space.
      *>     'Y' rerun safe, 'N' not safe, space not stated
           05  Rb-Rerun     pic x(01) value space.
           05  Rb-Remark    pic x(59) value spaces.
           05  Rb-Contact   pic x(60) value spaces.
           05  Rb-Impact    pic x(60) value spaces.
           05  Rb-Steps     pic 9(02) value 0.
           05  Rb-Step      pic x(60) occurs 10 times.
