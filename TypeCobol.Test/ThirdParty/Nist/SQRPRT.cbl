001000*    THE SAME RUN KEY RAW-DATA USES).  GIVEN A SELECTION CARD   * SQRPRT.2
001100*    NAMING A RUN, THIS PROGRAM REGENERATES THAT LISTING        * SQRPRT.2
001200*    LINE BY LINE.                                              * SQRPRT.2
001225*    THE NIGHT'S LISTINGS GO TO THEIR RECIPIENTS THROUGH THE    * SQRPRT.2
001250*    DISTRIBUTION LIST AND SQBRST; THIS PROGRAM IS FOR THE      * SQRPRT.2
001275*    EXCEPTIONS - A LOST OR EXTRA COPY, OR A RUN NOBODY TAKES.  * SQRPRT.2
001300*                                                               * SQRPRT.2
001400*    SELECTION CARD :-                                          * SQRPRT.2
001500*      COLS  1-9   PROGRAM-ID                                   * SQRPRT.2
