       01 MAKELENGTH                   PIC S9(4) VALUE 50.                      
                                                                                
       01 MTABLEPREPARE.                                                        
          49 MMLENGTH                 PIC S9(4) USAGE COMP VALUE +100.          
          49 MM-STRING                PIC X(100).                               
                                                                                
       01 MAKEMODELPREPARE.                                                     
          02 PIC X(12) VALUE "INSERT INTO ".                                    
          02 MMDDCONN PIC X(9).                                                 
          02 PIC X(34) VALUE "MAKE_MODEL (MAKE, MODEL) VALUES( '".              
          02 MMMAKE PIC X(20).                                                  
          02 PIC X(3) VALUE "','".                                              
          02 MMMODEL PIC X(20).                                                 
