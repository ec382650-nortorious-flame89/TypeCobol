001000*  clock says when the step happens to run.  A restarted DTV100
001100*  keeps the original submission's record, so a next-morning
001200*  catch-up rerun still balances the night it belongs to.
001210*  On a split night DTV190 cuts the record instead, ahead of
001220*  the streams, and every stream's DTV100 - restarted or not -
001230*  reads it rather than cutting its own, so all the streams'
001240*  lines and audit entries carry the one run id.
001300*
001400*  RNC-RUN-ID is the run date and time the record was cut,
001500*  strung together - unique per submission and printable on
