      *> ***********************************************************************************
      *> GnuCOBOL TT (TUI TOOLS) COLLECTION
      *> Purpose:    Parameter area for GC72MASK (role-based field masking
      *>             in the browsers). The caller fills its own name, the
      *>             layout or database the field belongs to, the field
      *>             or column name and the value as it is about to be
      *>             shown, then CALLs "GC72MASK" USING MASK-AREA. On
      *>             return Mk-Value holds what may be shown - masked
      *>             with '*' when the policy names the field and the
      *>             role is below the one allowed to see it in clear -
      *>             and Mk-Masked says whether anything was hidden.
      *>             Mk-User/Mk-Role carry the sign-on: a caller that
      *>             has signed on moves Sg-User/Sg-Role in; left blank,
      *>             GC72MASK signs on itself the first time a field of
      *>             the policy turns up and keeps the result here, so
      *>             the caller can reuse it ('-' = no usable sign-on).
      *>             For a trailer segment (field trailer-data) the
      *>             value starts at trailer byte 1 and only the
      *>             declared trailer fields named in the policy
      *>             (T1-T9) are masked, unless the whole segment is.
      *> Author:     Eugenio Di Lorenzo - Italia (DILO)
      *> License:    Copyright 2018 E.Di Lorenzo - LGPL, 3.0 (or greater)
      *> Version:    1.0 2018.01.01
      *> ***********************************************************************************
       01  MASK-AREA.
           05  Mk-Tool      pic x(12) value spaces.
           05  Mk-User      pic x(12) value spaces.
           05  Mk-Role      pic x(01) value space.
           05  Mk-Layout    pic x(16) value spaces.
           05  Mk-Field     pic x(30) value spaces.
           05  Mk-Value     pic x(80) value spaces.
           05  Mk-Masked    pic x(01) value space.
               88  Mk-Is-Masked      value 'Y'.
