      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWDIS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWDIS.
