000140* CHARGES TO. THE FILE IS SMALL AND IS LOADED INTO A TABLE AT
000150* INITIALIZATION BY EVERY PROGRAM THAT VALIDATES OR GROUPS BY
000160* DEPARTMENT, THE SAME WAY THE DEDRATES BANDS ARE LOADED.
000170* USED BY:  EMPMAINT, EMPLOAD, NOMINA01, SHIFTRPT, DPTMAINT,
000175*           ROTARPT, EMPFEED
000180* MOD HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-09-02 ILP   ORIGINAL COPYBOOK - DEPARTMENT MASTER LAYOUT
