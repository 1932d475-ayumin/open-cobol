*>                      The department map (default USERDEPT.DAT)
*>                      holds one record per user:
*>                          <user x16> <department x16>
*>                      followed by the report distributor's delivery
*>                      columns (rptdist), which are not used here.
*>                      Users not in the map charge to UNASSIGNED.
*>**
*>    Called by.
     03  DMap-User         pic x(16).
     03  filler            pic x.
     03  DMap-Dept         pic x(16).
     03  filler            pic x(128).
*>
 working-storage section.
*>**********************
 77  Prog-Name             pic x(19) value "printacct v1.00.01".
 77  fs-reply              pic 99.
*>
 77  ws-Arg-Number         pic 99       value zero.
