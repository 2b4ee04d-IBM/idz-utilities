      ******************************************************************        
           EXEC SQL DECLARE MAKE_MODEL TABLE                                    
           ( MAKE                           VARCHAR(20) NOT NULL,               
             MODEL                          VARCHAR(20) NOT NULL,               
             FIRSTYEAR                      INTEGER,                            
             LASTYEAR                       INTEGER,                            
             UPDATEDTS                      TIMESTAMP                           
           ) END-EXEC.                                                          
      ******************************************************************        
      * COBOL DECLARATION FOR TABLE MAKE_MODEL                         *        
      *                                                                *        
      * FIRSTYEAR/LASTYEAR ARE THE MODEL YEARS THE MAKER BUILT THE   *          
      * MODEL IN; NULL ON EITHER END IS OPEN (A CURRENT MODEL HAS NO *          
      * LASTYEAR). INTAKE (GAM0VRV, GAM0VPA), APPRAISAL (GAM0VAP)    *          
      * AND FACTORY ORDERS (GAM0VFO) REJECT A YEAR OUTSIDE THEM.     *          
      * ROWS ARE MAINTAINED FROM THE OEM CATALOG BY GAM0VMY AND ONE  *          
      * AT A TIME ON GAM0VMA; BOTH STAMP UPDATEDTS, AND GAM0VMM      *          
      * RELOADS ITS MAKE/MODEL TS CACHE WHEN MAX(UPDATEDTS) MOVES.   *          
      ******************************************************************        
       01  DCLMAKE-MODEL.                                                       
           10 MAKE.                                                             
           10 MODEL.                                                            
              49 MODEL-LEN         PIC S9(4) USAGE COMP.                        
              49 MODEL-TEXT        PIC X(20).                                   
           10 MM-FIRSTYEAR         PIC S9(9) USAGE COMP.                        
           10 MM-LASTYEAR          PIC S9(9) USAGE COMP.                        
           10 MM-UPDATEDTS         PIC X(26).                                   
      ******************************************************************        
      * INDICATOR VARIABLE STRUCTURE                                   *        
      ******************************************************************        
       01  IMAKE-MODEL.                                                         
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.           
      ******************************************************************        
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *        
      ******************************************************************        
