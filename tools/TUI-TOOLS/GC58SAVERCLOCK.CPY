   05 SSIdleSecs     pic 9(04) value 0.
   05 SSActivated    pic x(01) value space.
   05 SSKeyCRT       pic 9(04) value 0.
*> ------------------------------------------------------------------------------------
*> locked mode - the saver only gives the screen back to the user who
*> left it, after that user re-enters the GC85SIGNON password:
*> SSLock      in: 'Y' = locked mode. The GC58_LOCK=Y environment
*>             variable turns it on as well, whatever the caller says
*>             (the GC99MENU shell sets it for every tool it launches).
*> SSLockUser  in: the signed-on user the screen belongs to; spaces =
*>             take it from GC85_USER. With no user known (no
*>             TABEUSER.DAT on this system) there is no password to
*>             check and the saver behaves as unlocked.
*>             The password is verified through GC85SIGNON, so wrong
*>             entries count towards its lockout and land in
*>             SIGNON.LOG. ESC at the password prompt ends the whole
*>             session (STOP RUN) - the only way for somebody else to
*>             get the terminal. The caller repaints its screen after
*>             an unlock, as after any activation.
   05 SSLock         pic x(01) value space.
   05 SSLockUser     pic x(12) value spaces.
