           05  Bxm-fcoM      pic 9(01) value 7.
           05  Bxm-fcoMH     pic x(01) value "N".
           05  Bxm-click     pic x(01) value "N".
      *>     the colour role of the message when a GC61THEME theme is in
      *>     force: E error, W warning, N normal; space = told from the
      *>     caller's colours (red an error, brown a warning)
           05  Bxm-Role      pic x(01) value space.
           05  Bxm-tabmex.
               10  Bxm-mex   pic x(36) occurs 20 times.
