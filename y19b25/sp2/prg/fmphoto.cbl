      * MAINTAIN STUDENT PHOTO / ID-DOCUMENT ATTACHMENT PATHS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	9/8/2019 -	PAA	SP2
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.


      * Floating Window
	   Move 'Photo / ID Document' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
