000100*-----------------------------------------------------------------
000200* GLXFREC.CPY
000300*
000400* GL TRANSFER FILE - FD AND RECORD.  A RECORD-FOR-RECORD COPY OF
000500* THE GL INTERFACE FILE (SEE GLIFREC.CPY FOR THE LAYOUT).
000600*-----------------------------------------------------------------
000700 FD  GL-XFER
000800     RECORDING MODE F.
000900 01  GLXF-REC                PIC X(75).
