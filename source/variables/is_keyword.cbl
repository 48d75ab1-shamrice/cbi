               all ws-case by spaces 
               all ws-end-select by spaces  
               all ws-declare by spaces  
               all ws-option by spaces
               all ws-return by spaces  
               all ws-screen by spaces  
               all ws-width by spaces  
               all ws-else by spaces  
               all ws-end-if by spaces                 
               all ws-dim-shared by spaces 
               all ws-redim by spaces
               all ws-erase by spaces
               all ws-on-error by spaces
               all ws-on by spaces  
               all ws-open by spaces
               all ws-field by spaces
               all ws-readkey by spaces
               all ws-sort by spaces
               all ws-mapremove by spaces
               all ws-checkpoint by spaces
               all ws-common by spaces
               all ws-environ-func by spaces
