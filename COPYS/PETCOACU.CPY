      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWACU.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWACU.
