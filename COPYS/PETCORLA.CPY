      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWRLA.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWRLA.
