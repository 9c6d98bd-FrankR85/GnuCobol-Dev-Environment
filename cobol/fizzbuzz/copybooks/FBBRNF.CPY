      *----------------------------------------------------------*
      *  One row of the BRANCHES reference file: a branch code    *
      *  members may be attached to, its name and the region it   *
      *  reports into.  BRF-OPEN-FLAG is 'O' for an open branch,  *
      *  'C' once it has closed; closed branches stay on file so  *
      *  their remaining members still validate and report.      *
      *  Maintained by FBBRANCH.                                  *
      *----------------------------------------------------------*
          01 BRANCH-RECORD.
             05 BRF-BRANCH-CODE    PIC X(4).
             05 BRF-FILLER-1       PIC X.
             05 BRF-OPEN-FLAG      PIC X.
             05 BRF-FILLER-2       PIC X.
             05 BRF-REGION         PIC X(8).
             05 BRF-FILLER-3       PIC X.
             05 BRF-BRANCH-NAME    PIC X(30).
