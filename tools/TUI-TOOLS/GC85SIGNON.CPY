               88  Sg-Role-Promote   value 'P'.
           05  Sg-Status    pic x(01) value space.
           05  Sg-Message   pic x(40) value spaces.
      *>     the signed-on user's language - the TABE language layer
      *>     letter (space = none chosen), also exported as TABLANG
           05  Sg-Lang      pic x(01) value space.
      *>     the signed-on user's colour theme (GC61THEME; spaces = the
      *>     shop's default), also exported as TABTHEME
           05  Sg-Theme     pic x(03) value spaces.
