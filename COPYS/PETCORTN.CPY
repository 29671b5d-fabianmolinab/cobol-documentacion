      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWRTN.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWRTN.
