      *> One master on the integrity parameter file (INTEGPRM.TXT):
      *> whether its maintenance program refuses a DELETE while the
      *> master's dependent records are still on file.  Seeded "N"
      *> for BIRDMAST (LEVELNUM's MAINT mode) and EMPMAST (EMPMAINT)
      *> the first time either program finds the file missing, and
      *> ops data thereafter - turning the block on is an edit here,
      *> not a recompile.  The weekly integrity sweep (INTEGCHK)
      *> reports the orphans a DELETE with the block off can leave.
       01  INTEGRITY-PARM-RECORD.
           05  IPM-MASTER-NAME             PIC X(8).
           05  IPM-BLOCK-DELETE            PIC X(1).
               88  IPM-BLOCK-DELETE-YES    VALUE "Y".
