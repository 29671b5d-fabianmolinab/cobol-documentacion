      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCKP.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCKP.
