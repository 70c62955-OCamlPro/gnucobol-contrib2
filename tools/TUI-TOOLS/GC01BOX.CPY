           05  Box-titDes    pic x(76) value low-value.
           05  Box-titBco    pic 9(01) value 0.
           05  Box-titFco    pic 9(01) value 7.
      *>     the colour role the box plays when a GC61THEME theme is in
      *>     force: F frame, N normal text, B highlight bar, E error,
      *>     W warning, D dimmed, I input field; space = told from the
      *>     caller's colours (red an error, brown a warning, else a
      *>     frame)
           05  Box-Role      pic x(01) value space.
