000500*  shop certifies, read by ValidateDateFormat-01 from DTVFMTD on
000600*  first call.  Operations add a new date format by adding a
000700*  record here - the program interprets the layout maps
000800*  generically, so no release is needed.  A new or changed
000810*  record is first replayed against a past night by the
000820*  DTVIMPCT job (DTV180 and DTV185), and promoted only once
000830*  its impact report is signed off.
000900*
001000*  FMD-CLASS-MAP describes each of the eleven text positions:
001100*      '9'   position must hold a digit
