      *    Record layout of cube_profiles.ctl, the named limit
      *    profiles card: one row per profile, its name and the
      *    red/green/blue limits in the same RRRGGGBBB shape as
      *    cube_limits.ctl. AOCPRM exports it from the PROFRED/
      *    PROFGREEN/PROFBLUE rows on PARMFIL (the parameter's
      *    program field carries the profile name), so a league's
      *    limits are effective-dated like every other parameter.
      *    The name DEFAULT is not written here - it is always the
      *    single limit set on cube_limits.ctl. AOC2A judges each
      *    game against its profile and AOCGMCK verifies against
      *    the same rows; kept in a copybook so the writer and both
      *    readers stay on one layout.
       01  PRFREC.
           05 PF-NAME          pic X(8).
           05 FILLER           pic X.
           05 PF-RED-LIMIT     pic 9(3).
           05 PF-GREEN-LIMIT   pic 9(3).
           05 PF-BLUE-LIMIT    pic 9(3).
