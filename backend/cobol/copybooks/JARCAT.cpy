000800* ON FILE (OR NO CODE AT ALL - OLD ENTRIES, TRANSFER LEGS)  *
000900* REPORT UNDER A CATCH-ALL UNCATEGORIZED LINE.              *
001000*-----------------------------------------------------------*
001010* 2026-10-15 BV - ADDED CG-SHARED-PCT, ACCOUNT 01'S PERCENT   *
001020* SHARE OF A SHARED HOUSEHOLD EXPENSE IN THIS CATEGORY (THE   *
001030* REST IS ACCOUNT 02'S).  JARSHRD OFFERS IT AS THE DEFAULT    *
001040* SPLIT.  APPENDED AT THE END; A SPLIT THAT IS NOT NUMERIC -  *
001050* A RECORD CARRIED OVER FROM BEFORE THE FIELD EXISTED - IS    *
001060* TREATED AS 50/50.                                           *
001070*-----------------------------------------------------------*
001100 01  JARCAT-RECORD.
001200     05  CG-CATEG-CODE         PIC X(04).
001300     05  CG-CATEG-NAME         PIC X(20).
001400     05  CG-SHARED-PCT         PIC 9(03).
