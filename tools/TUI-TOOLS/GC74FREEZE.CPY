      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC74FREEZE (change-freeze check).
      *>             A maintenance tool fills its own name, the scope
      *>             it is about to save into - the TABE0nnn.DAT file
      *>             name, or SORTCTL for the sort control files - and
      *>             the signed-on user and role, if any, then CALLs
      *>             "GC74FREEZE" before every save. On return:
      *>               Fz-Status 'O' = no freeze window - save
      *>                         'F' = inside a freeze window - refuse
      *>                               the save and show Fz-Message
      *>                         'E' = emergency override granted -
      *>                               save (Fz-Message says so)
      *>               Fz-Logged 'Y' = the override was just appended
      *>                               to TABEAUD1.LOG: a caller that
      *>                               keeps its own audit chain hash
      *>                               must look the last hash up again
      *>             Fz-Dir names the environment directory holding the
      *>             freeze table and TABEAUD1.LOG - blank, the usual
      *>             case, is the current directory. A caller that
      *>             holds TABEAUD1.LOG open closes it before the CALL.
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  FREEZE-AREA.
           05  Fz-Tool      pic x(12) value spaces.
           05  Fz-Scope     pic x(12) value spaces.
           05  Fz-User      pic x(12) value spaces.
           05  Fz-Role      pic x(01) value space.
           05  Fz-Status    pic x(01) value space.
               88  Fz-Open           value 'O'.
               88  Fz-Frozen         value 'F'.
               88  Fz-Override       value 'E'.
           05  Fz-Logged    pic x(01) value space.
           05  Fz-Message   pic x(78) value spaces.
           05  Fz-Dir       pic x(60) value spaces.
