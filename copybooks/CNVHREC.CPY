002330*                THE OLD/NEW CNV-MODE BYTES RIDE THE RECORD, SO  *
002340*                THE CNVBKO RUN-BACKOUT UTILITY CAN REMOVE A     *
002350*                RUN'S ADDS AND FULLY RESTORE ITS REWRITES.      *
002352* 10/15/26  DWW  EVERY CHANGE TO THE CLUSTER IS NOW JOURNALED SO *
002354*                THE CNVCDC CRM FEED CAN BE BUILT FROM THIS FILE *
002356*                ALONE. NEW ACTIONS: F A FULL (NON-DELTA) RUN    *
002358*                RELOADED THE CLUSTER (ONE MARKER RECORD, NO ID  *
002360*                OR IMAGES); R CNVRET ARCHIVED AND DELETED THE   *
002362*                RECORD (BEFORE-IMAGE ONLY); S CNVRST RESTORED   *
002364*                IT (BEFORE-IMAGE SPACES WHEN IT WAS NOT LIVE);  *
002366*                D CNVBKO REMOVED A BACKED-OUT RUN'S ADD         *
002368*                (BEFORE-IMAGE ONLY); B CNVBKO PUT A BACKED-OUT  *
002370*                REWRITE'S BEFORE-IMAGE BACK. THE UTILITIES      *
002372*                STAMP THEIR OWN RUN DATE/TIME WITH THE PROGRAM  *
002374*                NAME AS THE JOB ID.                             *
002377* 10/15/26  DWW  NEW ACTION E: THE CNVERA ERASURE RUN DELETED    *
002380*                THE RECORD UNDER A CUSTOMER PRIVACY REQUEST.    *
002383*                THE BEFORE-IMAGE CARRIES THE ID, SOURCE AND     *
002386*                MODE WITH THE NAME TEXT ALREADY MASKED. THE     *
002389*                SAME RUN OVERWRITES THE NAME TEXT OF EVERY      *
002392*                EARLIER ENTRY FOR THE ID IN PLACE, SO NO ENTRY  *
002395*                ON THIS FILE STILL CARRIES AN ERASED NAME.      *
002400*----------------------------------------------------------------*
002500 01  CNVHIST-RECORD.
002600     05 HST-RUN-DATE            PIC 9(08).
003000     05 HST-ACTION              PIC X(01).
003100        88 HST-ACTION-CHANGE              VALUE 'C'.
003110        88 HST-ACTION-ADD                 VALUE 'A'.
003120        88 HST-ACTION-RELOAD              VALUE 'F'.
003130        88 HST-ACTION-RETIRE              VALUE 'R'.
003140        88 HST-ACTION-RESTORE             VALUE 'S'.
003150        88 HST-ACTION-BKO-REMOVE          VALUE 'D'.
003160        88 HST-ACTION-BKO-RESTORE         VALUE 'B'.
003170        88 HST-ACTION-ERASE               VALUE 'E'.
003200     05 HST-ID                  PIC 9(05).
003300     05 HST-SOURCE              PIC X(03).
003400     05 HST-OLD-TEXT            PIC X(40).
